      *                fields: a blank floor loads as the widest
      *                negative value (no effective floor) and a blank
      *                cap loads as zero (no per-operation limit).
      *   2026-10-15  The master record grew the interest fields, and
      *                CUENTASIN carries them as further optional
      *                trailing fields: rate code (blank = no interest),
      *                accrued interest (blank loads as zero) and last
      *                accrual date (blank loads as zero - never
      *                accrued).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA_CUENTAS.
           05  FILLER                      PIC X.
           05  CU-LIMITE-OPER              PIC S9(6)V99 SIGN LEADING
                                                SEPARATE.
      *    Optional trailing interest fields; blank on older extracts.
           05  FILLER                      PIC X.
           05  CU-TASA-CODIGO              PIC X(4).
           05  FILLER                      PIC X.
           05  CU-INTERES-DEVENGADO        PIC S9(7)V9(4) SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  CU-FECHA-DEVENGO            PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01  WS-CUENTAS-STATUS               PIC X(2).
                   ELSE
                       MOVE ZERO TO AM-LIMITE-OPER
                   END-IF
                   MOVE CU-TASA-CODIGO TO AM-TASA-CODIGO
                   IF CU-INTERES-DEVENGADO IS NUMERIC
                       MOVE CU-INTERES-DEVENGADO
                           TO AM-INTERES-DEVENGADO
                   ELSE
                       MOVE ZERO TO AM-INTERES-DEVENGADO
                   END-IF
                   IF CU-FECHA-DEVENGO IS NUMERIC
                       MOVE CU-FECHA-DEVENGO TO AM-FECHA-DEVENGO
                   ELSE
                       MOVE ZERO TO AM-FECHA-DEVENGO
                   END-IF
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-OMITIDAS-COUNT
