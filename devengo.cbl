      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly interest accrual and month-end capitalization
      *          over the account master.  For the accrual date given
      *          in the PARM (YYYYMMDD, default today) every account
      *          whose AM-TASA-CODIGO is not blank earns one day's
      *          interest on its AM-SALDO at the TASAIN rate in effect
      *          that day - the entry with the latest effective date on
      *          or before it, the same rule OPERACIONES_BASICAS
      *          prices a P detail by.  The rate is an annual
      *          percentage on an actual/365 day count; a negative
      *          balance accrues negative (charged) interest.  The day's
      *          interest is added to AM-INTERES-DEVENGADO and the date
      *          is stamped in AM-FECHA-DEVENGO, so a rerun of the same
      *          date accrues nothing twice.  An account whose code is
      *          not in TASAIN, or has no entry in effect yet, is left
      *          untouched and listed.  When the accrual date is the
      *          last day of its month the accrued amount, rounded to
      *          cents, is capitalized: it is written as a TRANSIN
      *          segment (CAPOUT - header dated the accrual date,
      *          source INTERES, an A detail for interest earned or an
      *          S detail for interest charged, split at the detail's
      *          9999.99 capacity, and a count-and-hash trailer) for
      *          OPERACIONES_BASICAS to post through the normal limits,
      *          audit and GL extract; the sub-cent remainder stays
      *          accrued.  CAPOUT is appended to, one H/T segment per
      *          run that capitalized anything; job control empties it
      *          once it has been fed into TRANSIN.  The accrual report
      *          (DEVOUT) lists every rated account with the day's
      *          interest, the accrual and the amount capitalized, and
      *          proves the capitalized total against the segment's
      *          net hash.  Return code zero for a clean run, 4 when
      *          any account could not accrue, 8 for a bad PARM or an
      *          empty master, 12 when a file cannot be opened or an
      *          account cannot be rewritten.
      * Tectonics: cobc
      *
      * Modification history:
      *   2026-10-15  Created.  Interest stops being worked out on a
      *                spreadsheet from CUENTASOUT: it accrues nightly
      *                on the master and posts through the batch at
      *                month end like any other movement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGO_INTERESES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CUENTA
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT TASA-FILE ASSIGN TO "TASAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASA-STATUS.
           SELECT DEVENGO-FILE ASSIGN TO "DEVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVENGO-STATUS.
           SELECT CAPITAL-FILE ASSIGN TO "CAPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPITAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  TASA-FILE.
       01  TASA-RECORD.
           05  RT-CODIGO                   PIC X(4).
           05  FILLER                      PIC X.
           05  RT-TASA                     PIC 9(3)V9(4).
           05  FILLER                      PIC X.
           05  RT-FECHA-EFECTIVA           PIC 9(8).
           05  FILLER                      PIC X.
           05  RT-DESCRIPCION              PIC X(20).

       FD  DEVENGO-FILE.
       01  DEVENGO-LINE                    PIC X(110).

       FD  CAPITAL-FILE.
       01  CAPITAL-LINE                    PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS               PIC X(2).
       01  WS-TASA-STATUS                  PIC X(2).
       01  WS-DEVENGO-STATUS               PIC X(2).
       01  WS-CAPITAL-STATUS               PIC X(2).
       01  WS-CHECK-STATUS                 PIC X(2).
       01  WS-CHECK-NOMBRE                 PIC X(8).
       01  WS-ABORT-SW                     PIC X VALUE 'N'.
           88  WS-ABORT-RUN                 VALUE 'Y'.
       01  WS-PARM-ERROR-SW                PIC X VALUE 'N'.
           88  WS-PARM-ERROR                VALUE 'Y'.

       01  WS-PARM                         PIC X(80).
       01  WS-FECHA-DEVENGO                PIC 9(8).
       01  WS-FECHA-DESG REDEFINES WS-FECHA-DEVENGO.
           05  WS-FD-YYYY                  PIC 9(4).
           05  WS-FD-MM                    PIC 9(2).
           05  WS-FD-DD                    PIC 9(2).
       01  WS-FECHA-EDIT.
           05  WS-FE-YYYY                  PIC 9(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-FE-MM                    PIC 9(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-FE-DD                    PIC 9(2).

      *    Month lengths for the month-end test; February takes 29 in
      *    a leap year.
       01  WS-DIAS-MES-VALORES             PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-DIAS-MES-TABLA REDEFINES WS-DIAS-MES-VALORES.
           05  WS-DIAS-MES                 PIC 9(2) OCCURS 12 TIMES.
       01  WS-ULTIMO-DIA                   PIC 9(2).
       01  WS-BISIESTO-COCIENTE            PIC 9(4).
       01  WS-BISIESTO-RESTO-4             PIC 9(4).
       01  WS-BISIESTO-RESTO-100           PIC 9(4).
       01  WS-BISIESTO-RESTO-400           PIC 9(4).
       01  WS-FIN-MES-SW                   PIC X VALUE 'N'.
           88  WS-FIN-MES                   VALUE 'Y'.

       01  WS-ACCOUNT-EOF-SW               PIC X VALUE 'N'.
           88  WS-ACCOUNT-EOF               VALUE 'Y'.

      *    The rates file rides in storage for the run, as it does in
      *    OPERACIONES_BASICAS.
       01  WS-TASA-EOF-SW                  PIC X VALUE 'N'.
           88  WS-TASA-EOF                  VALUE 'Y'.
       01  WS-TASA-CODIGO                  PIC X(4).
       01  WS-TASA-APLICADA                PIC 9(3)V9(4).
       01  WS-TASA-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-TASA-IX                      PIC 9(3).
       01  WS-TASA-MAX                     PIC 9(3) VALUE 500.
       01  WS-TASA-MEJOR-FECHA             PIC 9(8).
       01  WS-TASA-COD-HALLADO-SW          PIC X.
           88  WS-TASA-COD-HALLADO          VALUE 'Y'.
       01  WS-TASA-VIGENTE-SW              PIC X.
           88  WS-TASA-VIGENTE              VALUE 'Y'.
       01  WS-TASA-TABLA.
           05  WS-TASA-ENT OCCURS 500 TIMES.
               10  WS-TA-CODIGO            PIC X(4).
               10  WS-TA-TASA              PIC 9(3)V9(4).
               10  WS-TA-FECHA             PIC 9(8).

       01  WS-INTERES-DIA                  PIC S9(7)V9(4).
       01  WS-CAPITAL                      PIC S9(7)V99.
       01  WS-PENDIENTE                    PIC S9(7)V99.
       01  WS-TRAMO                        PIC S9(4)V99.
       01  WS-TRAMO-MAX                    PIC S9(4)V99 VALUE 9999.99.
       01  WS-OBSERVACION                  PIC X(20).

       01  WS-LEIDAS-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-DEVENGADAS-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-SIN-TASA-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-ERROR-TASA-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-YA-DEVENGADAS-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CAPITALIZADAS-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-INTERES-DIA            PIC S9(9)V9(4) VALUE ZERO.
       01  WS-TOTAL-CAPITAL                PIC S9(9)V99 VALUE ZERO.

      *    Capitalization segment, in the TRANSIN layouts.  The header
      *    goes out with the first detail, so a month end with nothing
      *    to capitalize leaves CAPOUT as it was.
       01  WS-SEGMENTO-ABIERTO-SW          PIC X VALUE 'N'.
           88  WS-SEGMENTO-ABIERTO          VALUE 'Y'.
       01  WS-CAPOUT-ABIERTO-SW            PIC X VALUE 'N'.
           88  WS-CAPOUT-ABIERTO            VALUE 'Y'.
       01  WS-CAP-COUNT                    PIC 9(6) VALUE ZERO.
       01  WS-CAP-HASH-NUM1                PIC S9(7)V99 VALUE ZERO.
       01  WS-CAP-HASH-NUM2                PIC S9(7)V99 VALUE ZERO.
       01  WS-CAP-NETO                     PIC S9(9)V99 VALUE ZERO.
       01  WS-CAP-CABECERA.
           05  FILLER                      PIC X(2) VALUE "H ".
           05  WS-CCH-FECHA                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(8) VALUE "INTERES ".
       01  WS-CAP-DETALLE.
           05  WS-CCD-OPCODE               PIC X(1).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(3) VALUE "INT".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CCD-CUENTA               PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CCD-NUM1                 PIC S9(4)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CCD-NUM2                 PIC S9(4)V99 SIGN LEADING
                                                SEPARATE.
      *    Cycle, currency, value date, credit account and reference
      *    all blank: the interest books on the header's date.
           05  FILLER                      PIC X(44) VALUE SPACES.
       01  WS-CAP-COLA.
           05  FILLER                      PIC X(2) VALUE "T ".
           05  WS-CCT-COUNT                PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CCT-HASH-NUM1            PIC S9(7)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CCT-HASH-NUM2            PIC S9(7)V99 SIGN LEADING
                                                SEPARATE.

       01  WS-DEV-HEADER-1.
           05  FILLER                      PIC X(24)
               VALUE "DEVENGO DE INTERESES AL ".
           05  WS-DH-FECHA                 PIC X(10).
           05  WS-DH-FIN-MES               PIC X(33).

       01  WS-DEV-HEADER-2.
           05  FILLER                      PIC X(50) VALUE
               "CUENTA   TASA   %ANUAL           SALDO   INTERES D".
           05  FILLER                      PIC X(44) VALUE
               "IA       DEVENGADO  CAPITALIZADO OBSERVACION".

       01  WS-DEV-DETALLE.
           05  WS-DD-CUENTA                PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-DD-TASA                  PIC X(4).
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-DD-PORCENTAJE            PIC ZZ9.9999.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-DD-SALDO                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-DD-INTERES               PIC -ZZZ,ZZ9.9999.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-DD-DEVENGADO             PIC -Z,ZZZ,ZZ9.9999.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-DD-CAPITAL               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-DD-OBSERVACION           PIC X(20).

       01  WS-DEV-TRAILER-CONTEO.
           05  WS-DTC-CONCEPTO             PIC X(26).
           05  WS-DTC-VALOR                PIC ZZZ,ZZ9.

       01  WS-DEV-TRAILER-IMPORTE.
           05  WS-DTI-CONCEPTO             PIC X(26).
           05  WS-DTI-VALOR                PIC -ZZZ,ZZZ,ZZ9.9999.

       01  WS-DEV-TRAILER-CUADRE.
           05  FILLER                      PIC X(26)
               VALUE "TOTAL CAPITALIZADO:       ".
           05  WS-DTK-CAPITAL              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(16)
               VALUE "   NETO CAPOUT: ".
           05  WS-DTK-NETO                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTK-ESTADO               PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM VALIDAR-PARM

           IF NOT WS-PARM-ERROR
               PERFORM CARGAR-TASAS
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               OPEN I-O ACCOUNT-FILE
               MOVE WS-ACCOUNT-STATUS TO WS-CHECK-STATUS
               MOVE "ACCTMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               OPEN OUTPUT DEVENGO-FILE
               MOVE WS-DEVENGO-STATUS TO WS-CHECK-STATUS
               MOVE "DEVOUT" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
               IF WS-ABORT-RUN
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF

      *    At month end CAPOUT must be open before the first account
      *    gives up its accrual: a capitalization the segment could not
      *    take would be lost, and a rerun skips the account as accrued.
           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN AND WS-FIN-MES
               PERFORM ABRIR-CAPOUT
               IF WS-ABORT-RUN
                   CLOSE ACCOUNT-FILE
                   CLOSE DEVENGO-FILE
               END-IF
           END-IF

           IF NOT WS-PARM-ERROR AND NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-CABECERA
               PERFORM RECORRER-MAESTRO
               IF WS-SEGMENTO-ABIERTO
                   PERFORM CERRAR-SEGMENTO
               END-IF
               PERFORM ESCRIBIR-TRAILER
               IF WS-CAPOUT-ABIERTO
                   CLOSE CAPITAL-FILE
               END-IF
               CLOSE ACCOUNT-FILE
               CLOSE DEVENGO-FILE
               DISPLAY "DEVENGO_INTERESES: FECHA " WS-FECHA-DEVENGO
                   " - DEVENGADAS " WS-DEVENGADAS-COUNT
                   " CON ERROR " WS-ERROR-TASA-COUNT
                   " CAPITALIZADAS " WS-CAPITALIZADAS-COUNT
           END-IF

           PERFORM FIJAR-RETURN-CODE

           STOP RUN.

       VALIDAR-APERTURA.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "DEVENGO_INTERESES: ERROR AL ABRIR "
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
                   DISPLAY "DEVENGO_INTERESES: MAESTRO VACIO - NADA "
                       "QUE DEVENGAR"
               WHEN WS-ERROR-TASA-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "DEVENGO_INTERESES: " WS-ERROR-TASA-COUNT
                       " CUENTA(S) SIN DEVENGAR - VER DEVOUT"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       VALIDAR-PARM.
      *    Job control normally passes the business date being closed;
      *    with no PARM the run accrues for today.
           ACCEPT WS-FECHA-DEVENGO FROM DATE YYYYMMDD
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:8) IS NUMERIC
                   MOVE WS-PARM(1:8) TO WS-FECHA-DEVENGO
               ELSE
                   DISPLAY "DEVENGO_INTERESES: PARM INVALIDO - INDIQUE "
                       "LA FECHA COMO YYYYMMDD"
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               IF WS-FD-MM < 1 OR WS-FD-MM > 12
                   DISPLAY "DEVENGO_INTERESES: MES INVALIDO EN EL PARM"
                   SET WS-PARM-ERROR TO TRUE
               ELSE
                   PERFORM CALCULAR-ULTIMO-DIA
                   IF WS-FD-DD < 1 OR WS-FD-DD > WS-ULTIMO-DIA
                       DISPLAY "DEVENGO_INTERESES: DIA INVALIDO EN EL "
                           "PARM"
                       SET WS-PARM-ERROR TO TRUE
                   END-IF
                   IF WS-FD-DD = WS-ULTIMO-DIA
                       SET WS-FIN-MES TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-FD-YYYY TO WS-FE-YYYY
           MOVE WS-FD-MM TO WS-FE-MM
           MOVE WS-FD-DD TO WS-FE-DD.

       CALCULAR-ULTIMO-DIA.
           MOVE WS-DIAS-MES (WS-FD-MM) TO WS-ULTIMO-DIA
           IF WS-FD-MM = 2
               DIVIDE WS-FD-YYYY BY 4 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-4
               DIVIDE WS-FD-YYYY BY 100 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-100
               DIVIDE WS-FD-YYYY BY 400 GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-400
               IF WS-BISIESTO-RESTO-4 = 0
                   AND (WS-BISIESTO-RESTO-100 NOT = 0
                   OR WS-BISIESTO-RESTO-400 = 0)
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF.

       CARGAR-TASAS.
      *    A missing TASAIN is not fatal: every rated account then
      *    reports its code as unknown and is left to accrue on a
      *    rerun once the file is back.
           OPEN INPUT TASA-FILE
           EVALUATE WS-TASA-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-TASA-EOF OR WS-ABORT-RUN
                       READ TASA-FILE
                           AT END
                               SET WS-TASA-EOF TO TRUE
                           NOT AT END
                               PERFORM CARGAR-UNA-TASA
                       END-READ
                   END-PERFORM
                   CLOSE TASA-FILE
               WHEN "35"
                   DISPLAY "DEVENGO_INTERESES: SIN ARCHIVO DE TASAS "
                       "(TASAIN) - NINGUNA CUENTA DEVENGARA"
               WHEN OTHER
                   MOVE WS-TASA-STATUS TO WS-CHECK-STATUS
                   MOVE "TASAIN" TO WS-CHECK-NOMBRE
                   PERFORM VALIDAR-APERTURA
           END-EVALUATE.

       CARGAR-UNA-TASA.
           EVALUATE TRUE
               WHEN RT-TASA NOT NUMERIC
                   OR RT-FECHA-EFECTIVA NOT NUMERIC
                   DISPLAY "DEVENGO_INTERESES: ENTRADA DE TASA "
                       "INVALIDA OMITIDA - CODIGO " RT-CODIGO
               WHEN WS-TASA-COUNT NOT < WS-TASA-MAX
                   DISPLAY "DEVENGO_INTERESES: TABLA DE TASAS "
                       "LLENA - CODIGO " RT-CODIGO " - EJECUCION "
                       "ABORTADA"
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-TASA-COUNT
                   MOVE RT-CODIGO TO WS-TA-CODIGO (WS-TASA-COUNT)
                   MOVE RT-TASA TO WS-TA-TASA (WS-TASA-COUNT)
                   MOVE RT-FECHA-EFECTIVA
                       TO WS-TA-FECHA (WS-TASA-COUNT)
           END-EVALUATE.

       BUSCAR-TASA.
      *    Of the entries carrying the account's code, the one with the
      *    latest effective date on or before the accrual date wins.
           MOVE 'N' TO WS-TASA-COD-HALLADO-SW
           MOVE 'N' TO WS-TASA-VIGENTE-SW
           MOVE ZERO TO WS-TASA-MEJOR-FECHA
           MOVE ZERO TO WS-TASA-APLICADA
           PERFORM VARYING WS-TASA-IX FROM 1 BY 1
               UNTIL WS-TASA-IX > WS-TASA-COUNT
               IF WS-TA-CODIGO (WS-TASA-IX) = WS-TASA-CODIGO
                   SET WS-TASA-COD-HALLADO TO TRUE
                   IF WS-TA-FECHA (WS-TASA-IX) NOT > WS-FECHA-DEVENGO
                       AND WS-TA-FECHA (WS-TASA-IX)
                           NOT < WS-TASA-MEJOR-FECHA
                       MOVE WS-TA-FECHA (WS-TASA-IX)
                           TO WS-TASA-MEJOR-FECHA
                       MOVE WS-TA-TASA (WS-TASA-IX)
                           TO WS-TASA-APLICADA
                       SET WS-TASA-VIGENTE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       RECORRER-MAESTRO.
           MOVE LOW-VALUES TO AM-CUENTA
           START ACCOUNT-FILE KEY NOT LESS THAN AM-CUENTA
               INVALID KEY
                   SET WS-ACCOUNT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF OR WS-ABORT-RUN
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-ACCOUNT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEIDAS-COUNT
                       PERFORM DEVENGAR-CUENTA
               END-READ
           END-PERFORM.

       DEVENGAR-CUENTA.
      *    An account already stamped for this date (or a later one)
      *    was handled by an earlier run and is listed but not touched
      *    again - neither accrued nor capitalized twice.
           MOVE ZERO TO WS-INTERES-DIA
           MOVE ZERO TO WS-CAPITAL
           MOVE SPACES TO WS-OBSERVACION
           MOVE AM-TASA-CODIGO TO WS-TASA-CODIGO
           EVALUATE TRUE
               WHEN AM-TASA-CODIGO = SPACES
                   ADD 1 TO WS-SIN-TASA-COUNT
               WHEN AM-FECHA-DEVENGO NOT < WS-FECHA-DEVENGO
                   ADD 1 TO WS-YA-DEVENGADAS-COUNT
                   MOVE ZERO TO WS-TASA-APLICADA
                   MOVE "YA DEVENGADA" TO WS-OBSERVACION
                   PERFORM ESCRIBIR-DETALLE
               WHEN OTHER
                   PERFORM BUSCAR-TASA
                   EVALUATE TRUE
                       WHEN NOT WS-TASA-COD-HALLADO
                           ADD 1 TO WS-ERROR-TASA-COUNT
                           MOVE "TASA DESCONOCIDA" TO WS-OBSERVACION
                           PERFORM ESCRIBIR-DETALLE
                       WHEN NOT WS-TASA-VIGENTE
                           ADD 1 TO WS-ERROR-TASA-COUNT
                           MOVE "SIN TASA VIGENTE" TO WS-OBSERVACION
                           PERFORM ESCRIBIR-DETALLE
                       WHEN OTHER
                           PERFORM APLICAR-DEVENGO
                   END-EVALUATE
           END-EVALUATE.

       APLICAR-DEVENGO.
      *    The day's interest is kept to four decimals so small
      *    balances still build up; only the capitalized amount is
      *    rounded to cents, and the remainder carries into next month.
           COMPUTE WS-INTERES-DIA ROUNDED =
               AM-SALDO * WS-TASA-APLICADA / 36500
           ADD WS-INTERES-DIA TO AM-INTERES-DEVENGADO
           MOVE WS-FECHA-DEVENGO TO AM-FECHA-DEVENGO
           IF WS-FIN-MES
               COMPUTE WS-CAPITAL ROUNDED = AM-INTERES-DEVENGADO
               SUBTRACT WS-CAPITAL FROM AM-INTERES-DEVENGADO
           END-IF
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "DEVENGO_INTERESES: ERROR AL REESCRIBIR "
                   "ACCTMAST CUENTA " AM-CUENTA " - FILE STATUS="
                   WS-ACCOUNT-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               ADD 1 TO WS-DEVENGADAS-COUNT
               ADD WS-INTERES-DIA TO WS-TOTAL-INTERES-DIA
               IF WS-CAPITAL NOT = ZERO
                   PERFORM CAPITALIZAR-CUENTA
               END-IF
               PERFORM ESCRIBIR-DETALLE
           END-IF.

       CAPITALIZAR-CUENTA.
      *    A detail's NUM fields hold at most 9999.99, so a larger
      *    amount goes out as several details on the same account.
      *    Interest earned posts as A (NUM1 + NUM2), interest charged
      *    as S (NUM2 - NUM1).
           ADD 1 TO WS-CAPITALIZADAS-COUNT
           ADD WS-CAPITAL TO WS-TOTAL-CAPITAL
           IF NOT WS-SEGMENTO-ABIERTO
               PERFORM ABRIR-SEGMENTO
           END-IF
           IF WS-CAPITAL < ZERO
               COMPUTE WS-PENDIENTE = ZERO - WS-CAPITAL
           ELSE
               MOVE WS-CAPITAL TO WS-PENDIENTE
           END-IF
           PERFORM UNTIL WS-PENDIENTE = ZERO OR WS-ABORT-RUN
               IF WS-PENDIENTE > WS-TRAMO-MAX
                   MOVE WS-TRAMO-MAX TO WS-TRAMO
               ELSE
                   MOVE WS-PENDIENTE TO WS-TRAMO
               END-IF
               PERFORM ESCRIBIR-DETALLE-CAPITAL
               SUBTRACT WS-TRAMO FROM WS-PENDIENTE
           END-PERFORM.

       ABRIR-CAPOUT.
           OPEN EXTEND CAPITAL-FILE
           IF WS-CAPITAL-STATUS NOT = "00"
               OPEN OUTPUT CAPITAL-FILE
           END-IF
           MOVE WS-CAPITAL-STATUS TO WS-CHECK-STATUS
           MOVE "CAPOUT" TO WS-CHECK-NOMBRE
           PERFORM VALIDAR-APERTURA
           IF NOT WS-ABORT-RUN
               SET WS-CAPOUT-ABIERTO TO TRUE
           END-IF.

       ABRIR-SEGMENTO.
           SET WS-SEGMENTO-ABIERTO TO TRUE
           MOVE WS-FECHA-DEVENGO TO WS-CCH-FECHA
           MOVE WS-CAP-CABECERA TO CAPITAL-LINE
           WRITE CAPITAL-LINE.

       ESCRIBIR-DETALLE-CAPITAL.
           IF NOT WS-ABORT-RUN
               MOVE AM-CUENTA TO WS-CCD-CUENTA
               IF WS-CAPITAL < ZERO
                   MOVE "S" TO WS-CCD-OPCODE
                   MOVE WS-TRAMO TO WS-CCD-NUM1
                   MOVE ZERO TO WS-CCD-NUM2
               ELSE
                   MOVE "A" TO WS-CCD-OPCODE
                   MOVE WS-TRAMO TO WS-CCD-NUM1
                   MOVE ZERO TO WS-CCD-NUM2
               END-IF
               MOVE WS-CAP-DETALLE TO CAPITAL-LINE
               WRITE CAPITAL-LINE
               ADD 1 TO WS-CAP-COUNT
               ADD WS-CCD-NUM1 TO WS-CAP-HASH-NUM1
               ADD WS-CCD-NUM2 TO WS-CAP-HASH-NUM2
               IF WS-CAPITAL < ZERO
                   SUBTRACT WS-TRAMO FROM WS-CAP-NETO
               ELSE
                   ADD WS-TRAMO TO WS-CAP-NETO
               END-IF
           END-IF.

       CERRAR-SEGMENTO.
      *    The trailer goes out even after an abort, so what did reach
      *    CAPOUT is a control-balanced segment the next run can post.
           MOVE WS-CAP-COUNT TO WS-CCT-COUNT
           MOVE WS-CAP-HASH-NUM1 TO WS-CCT-HASH-NUM1
           MOVE WS-CAP-HASH-NUM2 TO WS-CCT-HASH-NUM2
           MOVE WS-CAP-COLA TO CAPITAL-LINE
           WRITE CAPITAL-LINE.

       ESCRIBIR-CABECERA.
           MOVE WS-FECHA-EDIT TO WS-DH-FECHA
           IF WS-FIN-MES
               MOVE "   FIN DE MES - CAPITALIZACION"
                   TO WS-DH-FIN-MES
           ELSE
               MOVE SPACES TO WS-DH-FIN-MES
           END-IF
           MOVE WS-DEV-HEADER-1 TO DEVENGO-LINE
           WRITE DEVENGO-LINE
           MOVE WS-DEV-HEADER-2 TO DEVENGO-LINE
           WRITE DEVENGO-LINE.

       ESCRIBIR-DETALLE.
           MOVE AM-CUENTA TO WS-DD-CUENTA
           MOVE AM-TASA-CODIGO TO WS-DD-TASA
           MOVE WS-TASA-APLICADA TO WS-DD-PORCENTAJE
           MOVE AM-SALDO TO WS-DD-SALDO
           MOVE WS-INTERES-DIA TO WS-DD-INTERES
           MOVE AM-INTERES-DEVENGADO TO WS-DD-DEVENGADO
           MOVE WS-CAPITAL TO WS-DD-CAPITAL
           MOVE WS-OBSERVACION TO WS-DD-OBSERVACION
           MOVE WS-DEV-DETALLE TO DEVENGO-LINE
           WRITE DEVENGO-LINE.

       ESCRIBIR-TRAILER.
           MOVE "CUENTAS LEIDAS:" TO WS-DTC-CONCEPTO
           MOVE WS-LEIDAS-COUNT TO WS-DTC-VALOR
           MOVE WS-DEV-TRAILER-CONTEO TO DEVENGO-LINE
           WRITE DEVENGO-LINE
           MOVE "CUENTAS SIN TASA:" TO WS-DTC-CONCEPTO
           MOVE WS-SIN-TASA-COUNT TO WS-DTC-VALOR
           MOVE WS-DEV-TRAILER-CONTEO TO DEVENGO-LINE
           WRITE DEVENGO-LINE
           MOVE "CUENTAS DEVENGADAS:" TO WS-DTC-CONCEPTO
           MOVE WS-DEVENGADAS-COUNT TO WS-DTC-VALOR
           MOVE WS-DEV-TRAILER-CONTEO TO DEVENGO-LINE
           WRITE DEVENGO-LINE
           MOVE "CUENTAS YA DEVENGADAS:" TO WS-DTC-CONCEPTO
           MOVE WS-YA-DEVENGADAS-COUNT TO WS-DTC-VALOR
           MOVE WS-DEV-TRAILER-CONTEO TO DEVENGO-LINE
           WRITE DEVENGO-LINE
           MOVE "CUENTAS CON ERROR DE TASA:" TO WS-DTC-CONCEPTO
           MOVE WS-ERROR-TASA-COUNT TO WS-DTC-VALOR
           MOVE WS-DEV-TRAILER-CONTEO TO DEVENGO-LINE
           WRITE DEVENGO-LINE
           MOVE "TOTAL INTERES DEL DIA:" TO WS-DTI-CONCEPTO
           MOVE WS-TOTAL-INTERES-DIA TO WS-DTI-VALOR
           MOVE WS-DEV-TRAILER-IMPORTE TO DEVENGO-LINE
           WRITE DEVENGO-LINE
           IF WS-FIN-MES
               MOVE "CUENTAS CAPITALIZADAS:" TO WS-DTC-CONCEPTO
               MOVE WS-CAPITALIZADAS-COUNT TO WS-DTC-VALOR
               MOVE WS-DEV-TRAILER-CONTEO TO DEVENGO-LINE
               WRITE DEVENGO-LINE
               MOVE "DETALLES EN CAPOUT:" TO WS-DTC-CONCEPTO
               MOVE WS-CAP-COUNT TO WS-DTC-VALOR
               MOVE WS-DEV-TRAILER-CONTEO TO DEVENGO-LINE
               WRITE DEVENGO-LINE
      *        The capitalized total must tie to the segment: what the
      *        accounts gave up is exactly what OPERACIONES_BASICAS
      *        will be asked to post.
               MOVE WS-TOTAL-CAPITAL TO WS-DTK-CAPITAL
               MOVE WS-CAP-NETO TO WS-DTK-NETO
               IF WS-TOTAL-CAPITAL = WS-CAP-NETO
                   MOVE "CUADRA" TO WS-DTK-ESTADO
               ELSE
                   MOVE "DESCUADRE" TO WS-DTK-ESTADO
                   DISPLAY "DEVENGO_INTERESES: TOTAL CAPITALIZADO NO "
                       "CUADRA CON CAPOUT"
               END-IF
               MOVE WS-DEV-TRAILER-CUADRE TO DEVENGO-LINE
               WRITE DEVENGO-LINE
           END-IF.

       END PROGRAM DEVENGO_INTERESES.
