      * Modification history:
      *   2026-09-03  Created.  The month-end pack stops being a dozen
      *                CONSULTA_AUDITORIA passes re-typed into totals.
      *   2026-10-15  Audit lines widened to 240 bytes now that the
      *                two legs of a transfer carry a shared ENLACE id;
      *                the layout read here grew a trailing filler to
      *                match.
      *   2026-10-15  Reversals shown on their own TOTAL REVERSOS line
      *                (count and amount, with the prior month) beside
      *                the operation totals they remain part of.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN_MENSUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE.
       01  ARCH-LINE                       PIC X(240).

       FD  PREV-FILE.
       01  PREV-LINE                       PIC X(240).

       FD  RESUMEN-FILE.
       01  RESUMEN-LINE                    PIC X(100).
           05  WS-AE-OPERACION             PIC X(14).
           05  FILLER                      PIC X(44).
           05  WS-AE-RESULTADO             PIC X(10).
           05  FILLER                      PIC X(152).

       01  WS-LINEA-MES.
           05  WS-LM-YYYY                  PIC X(4).
       01  WS-ANT-TOTAL                    PIC S9(11)V99 VALUE ZERO.
       01  WS-ANT-EXC-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-ANT-REJ-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-ACT-REV-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-ACT-REV-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-ANT-REV-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-ANT-REV-TOTAL                PIC S9(11)V99 VALUE ZERO.

       01  WS-RES-HEADER-1.
           05  FILLER                      PIC X(26)
               VALUE "   ANTERIOR:".
           05  WS-RT3-ANT-COUNT            PIC ZZZ,ZZ9.

      *    Reversals stay inside TOTAL OPERACIONES; this line shows how
      *    much of the month went to undoing earlier postings.
       01  WS-RES-TOT-4.
           05  FILLER                      PIC X(18)
               VALUE "TOTAL REVERSOS:   ".
           05  WS-RT4-ACT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-RT4-ACT-TOTAL            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(12)
               VALUE "   ANTERIOR:".
           05  WS-RT4-ANT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X VALUE SPACES.
           05  WS-RT4-ANT-TOTAL            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ELSE
               ADD 1 TO WS-ANT-DET-COUNT
               ADD WS-DE-VALOR TO WS-ANT-TOTAL
           END-IF
           IF WS-AE-OPERACION = "REVERSO"
               IF WS-PASADA = 1
                   ADD 1 TO WS-ACT-REV-COUNT
                   ADD WS-DE-VALOR TO WS-ACT-REV-TOTAL
               ELSE
                   ADD 1 TO WS-ANT-REV-COUNT
                   ADD WS-DE-VALOR TO WS-ANT-REV-TOTAL
               END-IF
           END-IF.

       ACUMULAR-OPERACION.
           MOVE WS-ACT-REJ-COUNT TO WS-RT3-ACT-COUNT
           MOVE WS-ANT-REJ-COUNT TO WS-RT3-ANT-COUNT
           MOVE WS-RES-TOT-3 TO RESUMEN-LINE
           WRITE RESUMEN-LINE
           MOVE WS-ACT-REV-COUNT TO WS-RT4-ACT-COUNT
           MOVE WS-ACT-REV-TOTAL TO WS-RT4-ACT-TOTAL
           MOVE WS-ANT-REV-COUNT TO WS-RT4-ANT-COUNT
           MOVE WS-ANT-REV-TOTAL TO WS-RT4-ANT-TOTAL
           MOVE WS-RES-TOT-4 TO RESUMEN-LINE
           WRITE RESUMEN-LINE.

       LISTAR-MOTIVOS.
