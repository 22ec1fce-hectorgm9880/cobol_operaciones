      *                backdated item still reconciles against the run
      *                that processed it.  RPTOUT lines widened to 100
      *                bytes with the report's new detail fields.
      *   2026-10-15  Audit lines widened to 240 bytes now that the
      *                two legs of a transfer carry a shared ENLACE id;
      *                the layout read here grew a trailing filler to
      *                match.
      *   2026-10-15  Reversals reconcile on their own lines: the
      *                day's REVERSO entries are counted and summed
      *                apart (they stay inside the processed count) and
      *                proved against the new TOTAL REVERSOS / IMPORTE
      *                REVERSOS report lines.  RPTOUT lines widened to
      *                110 bytes with the report's reference field.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION_DIARIA.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(240).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(110).

       FD  RECON-FILE.
       01  RECON-LINE                      PIC X(80).
           05  FILLER                      PIC X(39).
           05  FILLER                      PIC X(6).
           05  WS-AE-FPROC                 PIC X(10).
           05  FILLER                      PIC X(97).

       01  WS-AUD-DET-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-AUD-EXC-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-AUD-REJ-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-AUD-TOTAL-RESULTADO          PIC S9(9)V99 VALUE ZERO.
       01  WS-AUD-REV-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-AUD-REV-TOTAL                PIC S9(9)V99 VALUE ZERO.

       01  WS-RPT-REG-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-RPT-EXC-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-RPT-REJ-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-RPT-TOTAL-RESULTADO          PIC S9(9)V99 VALUE ZERO.
      *    A report from before reversals existed has no reversal lines;
      *    they then count as zero.
       01  WS-RPT-REV-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-RPT-REV-TOTAL                PIC S9(9)V99 VALUE ZERO.
       01  WS-RPT-HALLADOS-SW.
           05  WS-RPT-REG-SW               PIC X VALUE 'N'.
               88  WS-RPT-REG-HALLADO       VALUE 'Y'.
                   MOVE WS-AE-RESULTADO TO WS-DE-ENTRADA
                   PERFORM DESEDITAR-IMPORTE
                   ADD WS-DE-VALOR TO WS-AUD-TOTAL-RESULTADO
                   IF WS-AE-OPERACION = "REVERSO"
                       ADD 1 TO WS-AUD-REV-COUNT
                       ADD WS-DE-VALOR TO WS-AUD-REV-TOTAL
                   END-IF
           END-EVALUATE.

       LEER-REPORTE.
                   PERFORM DESEDITAR-IMPORTE
                   MOVE WS-DE-VALOR TO WS-RPT-REJ-COUNT
                   SET WS-RPT-REJ-HALLADO TO TRUE
               WHEN REPORT-LINE(1:15) = "TOTAL REVERSOS:"
                   MOVE SPACES TO WS-DE-ENTRADA
                   MOVE REPORT-LINE(19:7) TO WS-DE-ENTRADA
                   PERFORM DESEDITAR-IMPORTE
                   MOVE WS-DE-VALOR TO WS-RPT-REV-COUNT
               WHEN REPORT-LINE(1:17) = "IMPORTE REVERSOS:"
                   MOVE SPACES TO WS-DE-ENTRADA
                   MOVE REPORT-LINE(19:15) TO WS-DE-ENTRADA
                   PERFORM DESEDITAR-IMPORTE
                   MOVE WS-DE-VALOR TO WS-RPT-REV-TOTAL
           END-EVALUATE.

       DESEDITAR-IMPORTE.
           MOVE WS-RECON-IMPORTE TO RECON-LINE
           WRITE RECON-LINE

      *    Reversals are already inside the processed count and the
      *    RESULTADO sum above; their own lines show how much of the
      *    day was undoing earlier postings.
           MOVE "REVERSOS" TO WS-RN-CONCEPTO
           MOVE WS-AUD-REV-COUNT TO WS-CMP-AUD
           MOVE WS-RPT-REV-COUNT TO WS-CMP-RPT
           PERFORM MARCAR-CONTEO
           MOVE WS-RECON-CONTEO TO RECON-LINE
           WRITE RECON-LINE

           MOVE "IMP REVERSOS" TO WS-RI-CONCEPTO
           MOVE WS-AUD-REV-TOTAL TO WS-RI-AUD
           MOVE WS-RPT-REV-TOTAL TO WS-RI-RPT
           IF WS-AUD-REV-TOTAL = WS-RPT-REV-TOTAL
               MOVE "CUADRA" TO WS-RI-ESTADO
           ELSE
               MOVE "DESCUADRE" TO WS-RI-ESTADO
               ADD 1 TO WS-DIF-COUNT
           END-IF
           MOVE WS-RECON-IMPORTE TO RECON-LINE
           WRITE RECON-LINE

           IF WS-DIF-COUNT = 0
               MOVE WS-RECON-FINAL-BIEN TO RECON-LINE
           ELSE
