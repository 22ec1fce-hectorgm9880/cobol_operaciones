      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily holds report.  For the report date given in the
      *          PARM (YYYYMMDD, default today) every hold on the holds
      *          file (RETMAST) is listed under its account, with the
      *          account's name and balance, and marked NUEVA (placed
      *          that day), ACTIVA (in force) or VENCIDA (its expiry
      *          date has passed).  Each account closes with the total
      *          held and the available balance OPERACIONES_BASICAS
      *          posts against - balance less holds in force.  A
      *          VENCIDA hold is listed once, on the day the report
      *          finds it expired, and is then removed from the file:
      *          posting has already stopped counting it, and this is
      *          where it drops off the file as well.  The report
      *          (RETOUT) closes with the counts of new, active and
      *          expired holds and the total held.  Return code zero
      *          for a clean run, 8 for a bad PARM, 12 when a file
      *          cannot be opened or an expired hold cannot be removed.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  Branches see each morning what is held
      *                on which account and what has lapsed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE_RETENCIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCION-FILE ASSIGN TO "RETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-RETENCION-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CUENTA
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT INFORME-FILE ASSIGN TO "RETOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    One record per hold; the account leads the key so an
      *    account's holds are read together.
       FD  RETENCION-FILE.
       01  RETENCION-RECORD.
           05  RH-CLAVE.
               10  RH-CUENTA               PIC X(8).
               10  RH-RETENCION            PIC X(8).
           05  RH-IMPORTE                  PIC S9(9)V99.
           05  RH-MOTIVO                   PIC X(30).
           05  RH-FECHA-ALTA               PIC 9(8).
      *    Last day the hold counts; zero = until lifted.
           05  RH-FECHA-VENCE              PIC 9(8).
           05  RH-OPERADOR                 PIC X(8).

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

       FD  INFORME-FILE.
       01  INFORME-LINE                    PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-RETENCION-STATUS             PIC X(2).
       01  WS-ACCOUNT-STATUS               PIC X(2).
       01  WS-INFORME-STATUS               PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.
       01  WS-PARM-ERROR-SW                PIC X VALUE 'N'.
           88  WS-PARM-ERROR                VALUE 'Y'.
       01  WS-SIN-RETENCIONES-SW           PIC X VALUE 'N'.
           88  WS-SIN-RETENCIONES           VALUE 'Y'.
       01  WS-RETENCION-EOF-SW             PIC X VALUE 'N'.
           88  WS-RETENCION-EOF             VALUE 'Y'.

       01  WS-PARM                         PIC X(80).
       01  WS-FECHA-INFORME                PIC 9(8).
       01  WS-FECHA-DESG REDEFINES WS-FECHA-INFORME.
           05  WS-FI-YYYY                  PIC 9(4).
           05  WS-FI-MM                    PIC 9(2).
           05  WS-FI-DD                    PIC 9(2).
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

       01  WS-CUENTA-ACTUAL                PIC X(8) VALUE SPACES.
       01  WS-CUENTA-SALDO                 PIC S9(9)V99.
       01  WS-CUENTA-RETENIDO              PIC S9(9)V99.
       01  WS-DISPONIBLE                   PIC S9(9)V99.

       01  WS-NUEVAS-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-ACTIVAS-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-VENCIDAS-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CUENTAS-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-RETENIDO               PIC S9(11)V99 VALUE ZERO.

       01  WS-INF-HEADER-1.
           05  FILLER                      PIC X(25)
               VALUE "RETENCIONES POR CUENTA AL".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-IH-FECHA                 PIC X(10).

       01  WS-INF-HEADER-2.
           05  FILLER                      PIC X(50) VALUE
               "  RETENCION        IMPORTE ESTADO  ALTA       VENC".
           05  FILLER                      PIC X(22) VALUE
               "E      OPERADOR MOTIVO".

       01  WS-INF-CUENTA.
           05  FILLER                      PIC X(7) VALUE "CUENTA ".
           05  WS-IC-CUENTA                PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-IC-NOMBRE                PIC X(30).
           05  FILLER                      PIC X(8) VALUE "  SALDO ".
           05  WS-IC-SALDO                 PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-INF-DETALLE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ID-RETENCION             PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-ID-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-ID-ESTADO                PIC X(7).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-ID-ALTA                  PIC X(10).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-ID-VENCE                 PIC X(10).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-ID-OPERADOR              PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-ID-MOTIVO                PIC X(30).

       01  WS-INF-SUBTOTAL.
           05  FILLER                      PIC X(13)
               VALUE "  RETENIDO:  ".
           05  WS-IS-RETENIDO              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(15)
               VALUE "   DISPONIBLE: ".
           05  WS-IS-DISPONIBLE            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-INF-FECHA-ED.
           05  WS-IFE-YYYY                 PIC X(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-IFE-MM                   PIC X(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-IFE-DD                   PIC X(2).

       01  WS-INF-TRAILER-CONTEO.
           05  WS-ITC-CONCEPTO             PIC X(30).
           05  WS-ITC-VALOR                PIC ZZZ,ZZ9.

       01  WS-INF-TRAILER-IMPORTE.
           05  WS-ITI-CONCEPTO             PIC X(30).
           05  WS-ITI-VALOR                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM VALIDAR-PARM

           IF NOT WS-PARM-ERROR
               OPEN I-O RETENCION-FILE
               IF WS-RETENCION-STATUS = "35"
                   SET WS-SIN-RETENCIONES TO TRUE
               ELSE
                   MOVE WS-RETENCION-STATUS TO WS-CHECK-STATUS
                   MOVE "RETMAST" TO WS-CHECK-NOMBRE
                   PERFORM VALIDAR-APERTURA
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               OPEN INPUT ACCOUNT-FILE
               MOVE WS-ACCOUNT-STATUS TO WS-CHECK-STATUS
               MOVE "ACCTMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               OPEN OUTPUT INFORME-FILE
               MOVE WS-INFORME-STATUS TO WS-CHECK-STATUS
               MOVE "RETOUT" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-CABECERA
               IF NOT WS-SIN-RETENCIONES
                   PERFORM RECORRER-RETENCIONES
                   IF WS-CUENTA-ACTUAL NOT = SPACES
                       PERFORM CERRAR-CUENTA
                   END-IF
                   CLOSE RETENCION-FILE
               END-IF
               PERFORM ESCRIBIR-TRAILER
               CLOSE ACCOUNT-FILE
               CLOSE INFORME-FILE
               DISPLAY "REPORTE_RETENCIONES: FECHA " WS-FECHA-INFORME
                   " - NUEVAS " WS-NUEVAS-COUNT
                   " ACTIVAS " WS-ACTIVAS-COUNT
                   " VENCIDAS " WS-VENCIDAS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "REPORTE_RETENCIONES: ERROR AL ABRIR "
                   WS-CHECK-NOMBRE " - FILE STATUS=" WS-CHECK-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       FIJAR-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PARM-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       VALIDAR-PARM.
      *    Job control normally passes the business date; with no PARM
      *    the report runs for today.
           ACCEPT WS-FECHA-INFORME FROM DATE YYYYMMDD
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:8) IS NUMERIC
                   MOVE WS-PARM(1:8) TO WS-FECHA-INFORME
               ELSE
                   DISPLAY "REPORTE_RETENCIONES: PARM INVALIDO - "
                       "INDIQUE LA FECHA COMO YYYYMMDD"
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
      *    The date decides which holds have expired and are deleted,
      *    so it must be a real calendar day.
           IF NOT WS-PARM-ERROR
               IF WS-FI-MM < 1 OR WS-FI-MM > 12
                   DISPLAY "REPORTE_RETENCIONES: FECHA INVALIDA EN EL "
                       "PARM"
                   SET WS-PARM-ERROR TO TRUE
               ELSE
                   PERFORM CALCULAR-ULTIMO-DIA
                   IF WS-FI-DD < 1 OR WS-FI-DD > WS-ULTIMO-DIA
                       DISPLAY "REPORTE_RETENCIONES: FECHA INVALIDA EN "
                           "EL PARM"
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-FI-YYYY TO WS-FE-YYYY
           MOVE WS-FI-MM TO WS-FE-MM
           MOVE WS-FI-DD TO WS-FE-DD.

       CALCULAR-ULTIMO-DIA.
           MOVE WS-DIAS-MES (WS-FI-MM) TO WS-ULTIMO-DIA
           IF WS-FI-MM = 2
               DIVIDE WS-FI-YYYY BY 4 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-4
               DIVIDE WS-FI-YYYY BY 100 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-100
               DIVIDE WS-FI-YYYY BY 400 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-400
               IF WS-BISIESTO-RESTO-4 = 0
                   AND (WS-BISIESTO-RESTO-100 NOT = 0
                   OR WS-BISIESTO-RESTO-400 = 0)
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF.

       RECORRER-RETENCIONES.
           MOVE LOW-VALUES TO RH-CLAVE
           START RETENCION-FILE KEY NOT LESS THAN RH-CLAVE
               INVALID KEY
                   SET WS-RETENCION-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RETENCION-EOF OR WS-ABORT-RUN
               READ RETENCION-FILE NEXT
                   AT END
                       SET WS-RETENCION-EOF TO TRUE
                   NOT AT END
                       IF RH-CUENTA NOT = WS-CUENTA-ACTUAL
                           IF WS-CUENTA-ACTUAL NOT = SPACES
                               PERFORM CERRAR-CUENTA
                           END-IF
                           PERFORM ABRIR-CUENTA
                       END-IF
                       PERFORM LISTAR-RETENCION
               END-READ
           END-PERFORM.

       ABRIR-CUENTA.
           MOVE RH-CUENTA TO WS-CUENTA-ACTUAL
           MOVE ZERO TO WS-CUENTA-RETENIDO
           ADD 1 TO WS-CUENTAS-COUNT
           MOVE RH-CUENTA TO AM-CUENTA
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "CUENTA NO EXISTE EN ACCTMAST" TO WS-IC-NOMBRE
                   MOVE ZERO TO WS-CUENTA-SALDO
               NOT INVALID KEY
                   MOVE AM-DESCRIPCION TO WS-IC-NOMBRE
                   MOVE AM-SALDO TO WS-CUENTA-SALDO
           END-READ
           MOVE RH-CUENTA TO WS-IC-CUENTA
           MOVE WS-CUENTA-SALDO TO WS-IC-SALDO
           MOVE SPACES TO INFORME-LINE
           WRITE INFORME-LINE
           MOVE WS-INF-CUENTA TO INFORME-LINE
           WRITE INFORME-LINE.

       LISTAR-RETENCION.
      *    The same in-force rule as the posting edit: a hold counts
      *    through its expiry date.
           EVALUATE TRUE
               WHEN RH-FECHA-VENCE NOT = ZERO
                   AND RH-FECHA-VENCE < WS-FECHA-INFORME
                   MOVE "VENCIDA" TO WS-ID-ESTADO
                   ADD 1 TO WS-VENCIDAS-COUNT
               WHEN RH-FECHA-ALTA = WS-FECHA-INFORME
                   MOVE "NUEVA" TO WS-ID-ESTADO
                   ADD 1 TO WS-NUEVAS-COUNT
                   ADD RH-IMPORTE TO WS-CUENTA-RETENIDO
               WHEN OTHER
                   MOVE "ACTIVA" TO WS-ID-ESTADO
                   ADD 1 TO WS-ACTIVAS-COUNT
                   ADD RH-IMPORTE TO WS-CUENTA-RETENIDO
           END-EVALUATE
           MOVE RH-RETENCION TO WS-ID-RETENCION
           MOVE RH-IMPORTE TO WS-ID-IMPORTE
           MOVE RH-FECHA-ALTA(1:4) TO WS-IFE-YYYY
           MOVE RH-FECHA-ALTA(5:2) TO WS-IFE-MM
           MOVE RH-FECHA-ALTA(7:2) TO WS-IFE-DD
           MOVE WS-INF-FECHA-ED TO WS-ID-ALTA
           IF RH-FECHA-VENCE = ZERO
               MOVE "SIN VENC." TO WS-ID-VENCE
           ELSE
               MOVE RH-FECHA-VENCE(1:4) TO WS-IFE-YYYY
               MOVE RH-FECHA-VENCE(5:2) TO WS-IFE-MM
               MOVE RH-FECHA-VENCE(7:2) TO WS-IFE-DD
               MOVE WS-INF-FECHA-ED TO WS-ID-VENCE
           END-IF
           MOVE RH-OPERADOR TO WS-ID-OPERADOR
           MOVE RH-MOTIVO TO WS-ID-MOTIVO
           MOVE WS-INF-DETALLE TO INFORME-LINE
           WRITE INFORME-LINE
           IF WS-ID-ESTADO = "VENCIDA"
               DELETE RETENCION-FILE
               IF WS-RETENCION-STATUS NOT = "00"
                   DISPLAY "REPORTE_RETENCIONES: ERROR AL ELIMINAR "
                       "RETENCION " RH-CUENTA " " RH-RETENCION
                       " - FILE STATUS=" WS-RETENCION-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       CERRAR-CUENTA.
           COMPUTE WS-DISPONIBLE = WS-CUENTA-SALDO - WS-CUENTA-RETENIDO
           MOVE WS-CUENTA-RETENIDO TO WS-IS-RETENIDO
           MOVE WS-DISPONIBLE TO WS-IS-DISPONIBLE
           MOVE WS-INF-SUBTOTAL TO INFORME-LINE
           WRITE INFORME-LINE
           ADD WS-CUENTA-RETENIDO TO WS-TOTAL-RETENIDO.

       ESCRIBIR-CABECERA.
           MOVE WS-FECHA-EDIT TO WS-IH-FECHA
           MOVE WS-INF-HEADER-1 TO INFORME-LINE
           WRITE INFORME-LINE
           MOVE WS-INF-HEADER-2 TO INFORME-LINE
           WRITE INFORME-LINE.

       ESCRIBIR-TRAILER.
           MOVE SPACES TO INFORME-LINE
           WRITE INFORME-LINE
           MOVE "CUENTAS CON RETENCIONES:" TO WS-ITC-CONCEPTO
           MOVE WS-CUENTAS-COUNT TO WS-ITC-VALOR
           MOVE WS-INF-TRAILER-CONTEO TO INFORME-LINE
           WRITE INFORME-LINE
           MOVE "RETENCIONES NUEVAS:" TO WS-ITC-CONCEPTO
           MOVE WS-NUEVAS-COUNT TO WS-ITC-VALOR
           MOVE WS-INF-TRAILER-CONTEO TO INFORME-LINE
           WRITE INFORME-LINE
           MOVE "RETENCIONES ACTIVAS:" TO WS-ITC-CONCEPTO
           MOVE WS-ACTIVAS-COUNT TO WS-ITC-VALOR
           MOVE WS-INF-TRAILER-CONTEO TO INFORME-LINE
           WRITE INFORME-LINE
           MOVE "RETENCIONES VENCIDAS (BAJA):" TO WS-ITC-CONCEPTO
           MOVE WS-VENCIDAS-COUNT TO WS-ITC-VALOR
           MOVE WS-INF-TRAILER-CONTEO TO INFORME-LINE
           WRITE INFORME-LINE
           MOVE "TOTAL RETENIDO:" TO WS-ITI-CONCEPTO
           MOVE WS-TOTAL-RETENIDO TO WS-ITI-VALOR
           MOVE WS-INF-TRAILER-IMPORTE TO INFORME-LINE
           WRITE INFORME-LINE.

       END PROGRAM REPORTE_RETENCIONES.
