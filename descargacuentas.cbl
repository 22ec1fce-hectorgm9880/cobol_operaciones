      *                (balance floor and per-operation cap) in the
      *                extended CUENTASIN layout, so a reload restores
      *                the limits with the balances.
      *   2026-10-15  GLOUT detail records gained a trailing ENLACE
      *                field (the id shared by the two legs of a
      *                transfer); the layout read here widened with it.
      *   2026-10-15  Likewise for the trailing transaction reference
      *                every posted operation now carries.
      *   2026-10-15  The unload carries the interest fields (rate
      *                code, accrued interest, last accrual date) in the
      *                extended CUENTASIN layout, so a reload restores
      *                the accrual with the balances; the CUENTASAYER
      *                layout widened with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCARGA_CUENTAS.
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

       FD  CUENTAS-OUT-FILE.
       01  CUENTAS-OUT-RECORD.
           05  FILLER                      PIC X.
           05  CO-LIMITE-OPER              PIC S9(6)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  CO-TASA-CODIGO              PIC X(4).
           05  FILLER                      PIC X.
           05  CO-INTERES-DEVENGADO        PIC S9(7)V9(4) SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  CO-FECHA-DEVENGO            PIC 9(8).

       FD  AYER-FILE.
       01  AYER-RECORD.
           05  FILLER                      PIC X.
           05  AY-SALDO                    PIC S9(9)V99 SIGN LEADING
                                                SEPARATE.
      *    Limit and interest fields ride along on newer unloads; the
      *    proof only needs the balance, so an older, shorter file
      *    still reads.
           05  FILLER                      PIC X.
           05  AY-SALDO-MINIMO             PIC S9(9)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  AY-LIMITE-OPER              PIC S9(6)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  AY-TASA-CODIGO              PIC X(4).
           05  FILLER                      PIC X.
           05  AY-INTERES-DEVENGADO        PIC S9(7)V9(4) SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  AY-FECHA-DEVENGO            PIC 9(8).

       FD  GL-FILE.
       01  GL-DETAIL-RECORD.
           05  GL-RESULTADO                PIC S9(6)V99 SIGN LEADING
                                                SEPARATE.
           05  GL-CUENTA                   PIC X(8).
           05  GL-ENLACE                   PIC X(18).
           05  GL-REFERENCIA               PIC X(18).

       FD  INTEG-FILE.
       01  INTEG-LINE                      PIC X(90).
           MOVE AM-SALDO TO CO-SALDO
           MOVE AM-SALDO-MINIMO TO CO-SALDO-MINIMO
           MOVE AM-LIMITE-OPER TO CO-LIMITE-OPER
           MOVE AM-TASA-CODIGO TO CO-TASA-CODIGO
           MOVE AM-INTERES-DEVENGADO TO CO-INTERES-DEVENGADO
           MOVE AM-FECHA-DEVENGO TO CO-FECHA-DEVENGO
           WRITE CUENTAS-OUT-RECORD
           ADD 1 TO WS-DESCARGADAS-COUNT

