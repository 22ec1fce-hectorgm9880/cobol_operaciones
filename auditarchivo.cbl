      *                entry carries its account number; the roll
      *                copies the full line so nothing is truncated
      *                into the archive.
      *   2026-10-15  Audit lines widened to 240 bytes now that the
      *                two legs of a transfer carry a shared ENLACE id;
      *                the roll copies the full line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVO_AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(240).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                    PIC X(240).

       FD  NEWLOG-FILE.
       01  NEWLOG-LINE                     PIC X(240).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                 PIC X(2).
