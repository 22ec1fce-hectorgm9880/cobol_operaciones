      *          the program runs an operator menu like the
      *          OPERACIONES_BASICAS interactive session; with any PARM
      *          it reads maintenance cards from MANTIN instead:
      *              accion(A/C/B/L/I) cuenta(8) descripcion(30)
      *              [saldo-minimo(12) limite-oper(9) - accion L]
      *              [tasa(4) - accion I]
      *          The balance is never touched from here: an alta opens
      *          at zero, a cambio replaces only the description, an L
      *          sets only the posting limits (balance floor and
      *          per-operation cap, keyed in the CUENTASIN external
      *          form - sign then digits, cents implied), an I sets
      *          only the interest rate code (it must exist in TASAIN;
      *          blank stops the account earning interest), and a
      *          baja is refused while the account's balance is not
      *          zero.  Every action - applied or refused - is appended
      *          with a timestamp to the maintenance audit listing
      *                changed what.  Any registered operator may
      *                maintain accounts; card-driven runs are
      *                unattended and stamp a blank id.
      *   2026-10-15  Added the I action for the interest rate code the
      *                master now carries.  The code is checked against
      *                TASAIN before it is stored; blank clears it.  An
      *                alta opens with no rate code and nothing accrued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO_CUENTAS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
           SELECT TASA-FILE ASSIGN TO "TASAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANT-FILE.
           05  MC-LIMITE-OPER REDEFINES MC-LIMITE-OPER-X
                                           PIC S9(6)V99 SIGN LEADING
                                                SEPARATE.
      *    Interest rate code, used by the I action only.
           05  FILLER                      PIC X.
           05  MC-TASA-CODIGO              PIC X(4).

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

       FD  MANTAUD-FILE.
       01  MANTAUD-LINE                    PIC X(100).
      *    any registered operator - the sign-on proves identity.
           05  OP-FUNCIONES                PIC X(1).

       FD  TASA-FILE.
       01  TASA-RECORD.
           05  RT-CODIGO                   PIC X(4).
           05  FILLER                      PIC X.
           05  RT-TASA                     PIC 9(3)V9(4).
           05  FILLER                      PIC X.
           05  RT-FECHA-EFECTIVA           PIC 9(8).
           05  FILLER                      PIC X.
           05  RT-DESCRIPCION              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-MANT-STATUS                  PIC X(2).
       01  WS-ACCOUNT-STATUS               PIC X(2).
           05  WS-HE-SS                    PIC 9(2).

       01  WS-ACCION                       PIC X(1).
           88  WS-ACCION-VALIDA             VALUES 'A' 'C' 'B' 'L'
                                                   'I'.
       01  WS-CUENTA                       PIC X(8).
       01  WS-DESCRIPCION                  PIC X(30).
       01  WS-SALDO-MINIMO-X               PIC X(12).
       01  WS-LIMITE-OPER REDEFINES WS-LIMITE-OPER-X
                                           PIC S9(6)V99 SIGN LEADING
                                                SEPARATE.
       01  WS-TASA-CODIGO                  PIC X(4).
       01  WS-TASA-STATUS                  PIC X(2).
       01  WS-TASA-EOF-SW                  PIC X VALUE 'N'.
           88  WS-TASA-EOF                  VALUE 'Y'.
       01  WS-TASA-OK-SW                   PIC X VALUE 'N'.
           88  WS-TASA-OK                   VALUE 'Y'.
       01  WS-RESULTADO-ACCION             PIC X(40).
       01  WS-ACCION-OK-SW                 PIC X.
           88  WS-ACCION-OK                 VALUE 'Y'.
                               TO WS-SALDO-MINIMO-X
                           MOVE MC-LIMITE-OPER-X
                               TO WS-LIMITE-OPER-X
                           MOVE MC-TASA-CODIGO TO WS-TASA-CODIGO
                           PERFORM EJECUTAR-ACCION
                   END-READ
               END-PERFORM
                   WHEN "C"
                   WHEN "B"
                   WHEN "L"
                   WHEN "I"
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       MOVE WS-OPCION TO WS-ACCION
                       PERFORM SESION-ACCION
           DISPLAY " "
           DISPLAY "MANTENIMIENTO DE CUENTAS - SESION INTERACTIVA"
           DISPLAY "A=ALTA  C=CAMBIO DESCRIPCION  B=BAJA  "
               "L=LIMITES  I=TASA INTERES  X=SALIR"
           DISPLAY "Elige la accion:"
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION
           INSPECT WS-OPCION CONVERTING "acblix" TO "ACBLIX".

       SESION-ACCION.
           DISPLAY "Numero de cuenta:"
               MOVE SPACES TO WS-LIMITE-OPER-X
               ACCEPT WS-LIMITE-OPER-X
           END-IF
           IF WS-ACCION = "I"
               DISPLAY "Codigo de tasa (en blanco = sin interes):"
               MOVE SPACES TO WS-TASA-CODIGO
               ACCEPT WS-TASA-CODIGO
               INSPECT WS-TASA-CODIGO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           PERFORM EJECUTAR-ACCION
           IF WS-ACCION-OK
               DISPLAY "accion aplicada: " WS-RESULTADO-ACCION
                   PERFORM BAJA-CUENTA
               WHEN WS-ACCION = "L"
                   PERFORM LIMITES-CUENTA
               WHEN WS-ACCION = "I"
                   PERFORM TASA-CUENTA
               WHEN OTHER
                   MOVE "ACCION DESCONOCIDA" TO WS-RESULTADO-ACCION
           END-EVALUATE
           MOVE ZERO TO AM-SALDO
           MOVE -999999999.99 TO AM-SALDO-MINIMO
           MOVE ZERO TO AM-LIMITE-OPER
           MOVE SPACES TO AM-TASA-CODIGO
           MOVE ZERO TO AM-INTERES-DEVENGADO
           MOVE ZERO TO AM-FECHA-DEVENGO
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "YA EXISTE - ALTA RECHAZADA"
               END-READ
           END-IF.

       TASA-CUENTA.
      *    Only the rate code changes: whatever has accrued so far
      *    stays and capitalizes at month end as usual.  A code not in
      *    TASAIN is refused here rather than found out by the nightly
      *    accrual.
           MOVE 'N' TO WS-TASA-OK-SW
           IF WS-TASA-CODIGO = SPACES
               SET WS-TASA-OK TO TRUE
           ELSE
               PERFORM BUSCAR-TASA
           END-IF
           IF NOT WS-TASA-OK
               MOVE "TASA NO EXISTE EN TASAIN - RECHAZADO"
                   TO WS-RESULTADO-ACCION
           ELSE
               MOVE WS-CUENTA TO AM-CUENTA
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "NO EXISTE - TASA RECHAZADA"
                           TO WS-RESULTADO-ACCION
                   NOT INVALID KEY
                       MOVE WS-TASA-CODIGO TO AM-TASA-CODIGO
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCOUNT-STATUS = "00"
                           SET WS-ACCION-OK TO TRUE
                           MOVE SPACES TO WS-RESULTADO-ACCION
                           IF WS-TASA-CODIGO = SPACES
                               MOVE "TASA RETIRADA - SIN INTERES"
                                   TO WS-RESULTADO-ACCION
                           ELSE
                               STRING "TASA ACTUALIZADA A "
                                   WS-TASA-CODIGO DELIMITED BY SIZE
                                   INTO WS-RESULTADO-ACCION
                           END-IF
                       ELSE
                           MOVE "ERROR AL REESCRIBIR"
                               TO WS-RESULTADO-ACCION
                       END-IF
               END-READ
           END-IF.

       BUSCAR-TASA.
           MOVE 'N' TO WS-TASA-EOF-SW
           OPEN INPUT TASA-FILE
           IF WS-TASA-STATUS = "00"
               PERFORM UNTIL WS-TASA-EOF
                   READ TASA-FILE
                       AT END
                           SET WS-TASA-EOF TO TRUE
                       NOT AT END
                           IF RT-CODIGO = WS-TASA-CODIGO
                               SET WS-TASA-OK TO TRUE
                               SET WS-TASA-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASA-FILE
           ELSE
               DISPLAY "MANTENIMIENTO_CUENTAS: SIN ARCHIVO DE "
                   "TASAS (TASAIN) - FILE STATUS=" WS-TASA-STATUS
           END-IF.

       ESCRIBIR-AUDITORIA.
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA(1:2) TO WS-HE-HH
                   MOVE "BAJA" TO WS-MA-ACCION
               WHEN "L"
                   MOVE "LIMITE" TO WS-MA-ACCION
               WHEN "I"
                   MOVE "TASA" TO WS-MA-ACCION
               WHEN OTHER
                   MOVE WS-ACCION TO WS-MA-ACCION
           END-EVALUATE
