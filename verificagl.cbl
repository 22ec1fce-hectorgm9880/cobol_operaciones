      *   2026-09-02  Created.  GLOUT no longer leaves the shop on
      *                faith: the feed is certified here before
      *                finance ever sees it.
      *   2026-10-15  GLOUT detail records gained a trailing ENLACE
      *                field (the id shared by the two legs of a
      *                transfer); the layout read here widened with it.
      *   2026-10-15  Likewise for the trailing transaction reference
      *                every posted operation now carries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICACION_GL.
           05  GL-RESULTADO                PIC S9(6)V99 SIGN LEADING
                                                SEPARATE.
           05  GL-CUENTA                   PIC X(8).
           05  GL-ENLACE                   PIC X(18).
           05  GL-REFERENCIA               PIC X(18).

       01  GL-TRAILER-RECORD.
           05  GLT-TIPO                    PIC X(1).
