      *                (blank on unattended batch), and the session
      *                summary names the operator.  Three failed
      *                attempts close the session.
      *   2026-10-15  Added the account-to-account transfer (code X):
      *                the detail gained a trailing credit-account
      *                field, NUM1 carries the amount, and both legs -
      *                the debit on TR-CUENTA and the credit on the
      *                destination - pass VALIDAR-CUENTA/VALIDAR-LIMITES
      *                before either posts.  A failure on either leg
      *                rejects the whole transfer as one item (R014 for
      *                a malformed transfer), and the two legs land in
      *                AUDITOUT and GLOUT as a pair carrying the same
      *                ENLACE id.  The audit line widened to 240 bytes
      *                and the GLOUT detail gained the ENLACE field; the
      *                readers were widened with them.
      *   2026-10-15  Every posted operation now carries a unique
      *                transaction reference (run date, run number and
      *                a running sequence) on its report detail, audit
      *                entry and GLOUT record, and is filed under it in
      *                a keyed reference master (REFMAST).  A reversal
      *                detail (code R) names a reference in the new
      *                trailing TR-REFERENCIA field and posts the exact
      *                opposite amount to the same account - both legs
      *                for a transfer - with the original marked as
      *                reversed and each entry's ENLACE naming the
      *                other.  An unknown reference, one already
      *                reversed or one from a closed month rejects
      *                (R015/R016/R017, R018 when the detail names a
      *                different account).  The operator session gained
      *                a reversal request that writes the detail to its
      *                own TRANSIN segment (REVOUT) for the next run,
      *                and the report trailer counts reversals apart.
      *                A transfer's legs now carry each other's
      *                reference as their ENLACE.
      *   2026-10-15  The account master record gained the interest
      *                rate code, accrued interest and last accrual date
      *                kept by DEVENGO_INTERESES; postings carry them
      *                through untouched.
      *   2026-10-15  Standing-order segments (source ORD) from
      *                PROGRAMA_ORDENES post like any other branch's;
      *                their details carry the order id in the reference
      *                positions, which only a reversal reads.
      *   2026-10-15  Debits are now checked against the available
      *                balance: the balance less the account's holds in
      *                force on the run date (RETMAST, kept by
      *                MANTENIMIENTO_RETENCIONES).  A debit that would
      *                dip into held funds rejects with R019 and is
      *                listed on LIMOUT with the held total.  An expired
      *                hold no longer counts.  A reversal leg that
      *                debits - undoing a deposit or the credit leg of a
      *                transfer - is checked the same way.
      *   2026-10-15  Branches are now checked against the branch
      *                master (SUCMAST, kept by
      *                MANTENIMIENTO_SUCURSALES).  A segment whose
      *                header names an unknown or inactive branch has
      *                every detail rejected (R020); a detail from an
      *                unknown or inactive branch rejects with R021, one
      *                for an operation its branch may not send with
      *                R022, and one that would take its segment past
      *                the branch's batch ceiling with R023 (also listed
      *                on LIMOUT).  A settlement extract (LIQOUT) gives
      *                the entries posted and their net RESULTADO per
      *                branch and value date, carried across a restart
      *                like GLOUT.
      *   2026-10-15  Dual control.  An item whose amount exceeds the
      *                shop-wide approval threshold (APRPARM) and
      *                passes every other edit is queued on APRMAST for
      *                a supervisor instead of posting - the
      *                per-operation cap no longer rejects it - and the
      *                report trailer counts the queued items.  Approved
      *                items return in an APROBADO segment, post exempt
      *                from the threshold and the cap, and are marked
      *                posted; one not approved, or altered since,
      *                rejects with R024.  The batch header gained the
      *                keying operator's id, and the supervisor
      *                function (S) may open a session.  An approved
      *                item that rejects at posting goes to RECYOUT
      *                with its original reference, not its queue id.
      *                The session's REVOUT header names the operator
      *                who keyed the reversals, and a run whose items
      *                all went to the queue ends clean, not as one
      *                skipped entirely by restart.
      *   2026-10-15  A batch run for a new processing date is refused
      *                (return code 24, nothing opened, nothing
      *                recorded) while the previous date on RUNCTL has
      *                not been closed on the close ledger (CIERRCTL)
      *                by CIERRE_DIA - cleanly, or on a supervisor's
      *                override with its reason.  The F indicator
      *                reruns a date; it does not open a new one, and
      *                it is refused the same way (24) for a date
      *                already closed there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACIONES_BASICAS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CIERRE-FILE ASSIGN TO "CIERRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.
           SELECT GL-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
           SELECT REFERENCIA-FILE ASSIGN TO "REFMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-REFERENCIA
               FILE STATUS IS WS-REFERENCIA-STATUS.
           SELECT REVERSO-FILE ASSIGN TO "REVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSO-STATUS.
           SELECT RETENCION-FILE ASSIGN TO "RETMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-RETENCION-STATUS.
           SELECT SUCURSAL-FILE ASSIGN TO "SUCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CODIGO
               FILE STATUS IS WS-SUCURSAL-STATUS.
           SELECT LIQUIDACION-FILE ASSIGN TO "LIQOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIQ-STATUS.
           SELECT APROBACION-FILE ASSIGN TO "APRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ID
               FILE STATUS IS WS-APROBACION-STATUS.
           SELECT APRPARM-FILE ASSIGN TO "APRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRPARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
      *    to it.
           05  FILLER                      PIC X.
           05  TR-FECHA-VALOR              PIC X(8).
      *    Credit account of a transfer (code X); TR-CUENTA is the
      *    debit account.  Blank on every other operation.
           05  FILLER                      PIC X.
           05  TR-CUENTA-DESTINO           PIC X(8).
      *    Transaction reference a reversal (code R) undoes, as printed
      *    on the original's report detail.  Not read on any other
      *    operation: it is blank on keyed input, and the standing-order
      *    scheduler (source ORD) carries its order id in the first
      *    eight positions so a reject can be traced to its order.
           05  FILLER                      PIC X.
           05  TR-REFERENCIA               PIC X(18).

      *    Control records share the transaction file: the first byte
      *    is H for the batch header and T for the batch trailer, both
           05  TH-FECHA                    PIC 9(8).
           05  FILLER                      PIC X.
           05  TH-FUENTE                   PIC X(8).
      *    Operator who keyed (or corrected) the segment; blank when
      *    the sender does not say.  An item the segment sends for
      *    approval may not be approved by this id.
           05  FILLER                      PIC X.
           05  TH-OPERADOR                 PIC X(8).

       01  TRANS-TRAILER-RECORD.
           05  TT-TIPO                     PIC X(1).
                                                SEPARATE.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(110).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE                  PIC X(80).
       01  REJECT-LINE                     PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(240).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE                 PIC 9(6).
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

       FD  BALANCE-FILE.
       01  BALANCE-LINE                    PIC X(80).

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RC-TRANS-DATA               PIC X(74).
           05  FILLER                      PIC X.
           05  RC-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X.
           05  GL-RESULTADO                PIC S9(6)V99 SIGN LEADING
                                                SEPARATE.
           05  GL-CUENTA                   PIC X(8).
      *    A transfer leg names its partner leg's reference and a
      *    reversal names the original's; blank otherwise.
           05  GL-ENLACE                   PIC X(18).
           05  GL-REFERENCIA               PIC X(18).

       01  GL-TRAILER-RECORD.
           05  GLT-TIPO                    PIC X(1).
           05  FILLER                      PIC X.
           05  RN-FORZADO                  PIC X(1).

      *    Close ledger written by CIERRE_DIA; only the date and its
      *    state are read here (C closed, S closed on override).
       FD  CIERRE-FILE.
       01  CIERRE-RECORD.
           05  CC-FECHA                    PIC 9(8).
           05  FILLER                      PIC X.
           05  CC-ESTADO                   PIC X(1).
               88  CC-CERRADO               VALUE 'C' 'S'.
           05  FILLER                      PIC X(72).

       FD  LIMIT-FILE.
       01  LIMIT-LINE                      PIC X(90).

           05  FILLER                      PIC X.
           05  OP-NOMBRE                   PIC X(20).
           05  FILLER                      PIC X.
      *    C = calcular, R = corregir, A = ambas, S = supervisor
      *    (ambas, y ademas aprueba partidas pendientes).
           05  OP-FUNCIONES                PIC X(1).

      *    One entry per posted batch operation, keyed by its
      *    transaction reference, so a reversal can find what it undoes
      *    and mark it undone.
       FD  REFERENCIA-FILE.
       01  REFERENCIA-RECORD.
           05  RF-REFERENCIA.
               10  RF-REF-FECHA            PIC 9(8).
               10  RF-REF-CORRIDA          PIC 9(4).
               10  RF-REF-SECUENCIA        PIC 9(6).
           05  RF-CUENTA                   PIC X(8).
           05  RF-FECHA-VALOR              PIC 9(8).
           05  RF-OPCODE                   PIC X(1).
           05  RF-RESULTADO                PIC S9(6)V99.
      *    Space = in force, R = reversed.
           05  RF-ESTADO                   PIC X(1).
               88  RF-REVERSADA             VALUE 'R'.
      *    Partner leg of a transfer, or the original of a reversal.
           05  RF-ENLACE                   PIC X(18).
      *    Reference of the reversal that undid this entry.
           05  RF-REVERSO                  PIC X(18).

       FD  REVERSO-FILE.
       01  REVERSO-LINE                    PIC X(74).

      *    Holds against an account's balance, kept by
      *    MANTENIMIENTO_RETENCIONES; the account leads the key so an
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

      *    Branches allowed to send work, kept by
      *    MANTENIMIENTO_SUCURSALES: the code details carry in
      *    TR-FUENTE, the id headers carry in TH-FUENTE, the operation
      *    codes the branch may send and its ceiling on the value of
      *    one batch (zero = no ceiling).
       FD  SUCURSAL-FILE.
       01  SUCURSAL-RECORD.
           05  SU-CODIGO                   PIC X(3).
           05  SU-LOTE                     PIC X(8).
           05  SU-NOMBRE                   PIC X(30).
           05  SU-ACTIVA                   PIC X(1).
               88  SU-ESTA-ACTIVA           VALUE 'S'.
           05  SU-OPERACIONES              PIC X(8).
           05  SU-TOPE-LOTE                PIC S9(9)V99.
           05  SU-FECHA-ALTA               PIC 9(8).

      *    Settlement extract: one D record per branch and value date
      *    with the entries posted and their net RESULTADO, closed by
      *    a T record carrying the record count and both totals.
       FD  LIQUIDACION-FILE.
       01  LIQ-DETAIL-RECORD.
           05  LQ-TIPO                     PIC X(1).
           05  FILLER                      PIC X.
           05  LQ-FUENTE                   PIC X(3).
           05  FILLER                      PIC X.
           05  LQ-FECHA-VALOR              PIC 9(8).
           05  FILLER                      PIC X.
           05  LQ-COUNT                    PIC 9(6).
           05  FILLER                      PIC X.
           05  LQ-RESULTADO                PIC S9(9)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  LQ-FECHA-PROCESO            PIC 9(8).

       01  LIQ-TRAILER-RECORD.
           05  LQT-TIPO                    PIC X(1).
           05  FILLER                      PIC X.
           05  LQT-REG-COUNT               PIC 9(6).
           05  FILLER                      PIC X.
           05  LQT-MOV-COUNT               PIC 9(8).
           05  FILLER                      PIC X.
           05  LQT-RESULTADO               PIC S9(11)V99 SIGN LEADING
                                                SEPARATE.

      *    Items over the approval threshold wait here for a
      *    supervisor (APROBACION_PENDIENTES).  The id is the run date,
      *    run number and input record number of the item; an approved
      *    item comes back in an APROBADO segment carrying the id in
      *    TR-REFERENCIA and is marked posted when it posts.
       FD  APROBACION-FILE.
       01  APROBACION-RECORD.
           05  AP-ID.
               10  AP-ID-FECHA             PIC 9(8).
               10  AP-ID-CORRIDA           PIC 9(4).
               10  AP-ID-REGISTRO          PIC 9(6).
           05  AP-ESTADO                   PIC X(1).
               88  AP-PENDIENTE             VALUE 'P'.
               88  AP-APROBADA              VALUE 'A'.
               88  AP-DECLINADA             VALUE 'D'.
               88  AP-CONTABILIZADA         VALUE 'C'.
           05  AP-FECHA-ALTA               PIC 9(8).
           05  AP-LOTE                     PIC X(8).
           05  AP-OPERADOR                 PIC X(8).
           05  AP-CUENTA                   PIC X(8).
           05  AP-IMPORTE                  PIC S9(9)V99.
           05  AP-TRANS-DATA               PIC X(74).
           05  AP-SUPERVISOR               PIC X(8).
           05  AP-FECHA-DECISION           PIC 9(8).
           05  AP-MOTIVO                   PIC X(30).
           05  AP-REFERENCIA               PIC X(18).

      *    Shop-wide approval parameters: the threshold (base
      *    currency, zero = no approval step) and the days an item may
      *    wait before the ageing report flags it.
       FD  APRPARM-FILE.
       01  APRPARM-RECORD.
           05  AQ-UMBRAL                   PIC S9(9)V99 SIGN LEADING
                                                SEPARATE.
           05  FILLER                      PIC X.
           05  AQ-DIAS                     PIC 9(3).

       FD  TASA-FILE.
       01  TASA-RECORD.
           05  RT-CODIGO                   PIC X(4).
       01  WS-RUN-PREVIOS                  PIC 9(4) VALUE ZERO.
       01  WS-DUP-RUN-SW                   PIC X VALUE 'N'.
           88  WS-DUP-RUN                   VALUE 'Y'.
       01  WS-FECHA-ANTERIOR               PIC 9(8) VALUE ZERO.
       01  WS-CIERRE-STATUS                PIC X(2).
       01  WS-CIERRE-EOF-SW                PIC X VALUE 'N'.
           88  WS-CIERRE-EOF                VALUE 'Y'.
       01  WS-FECHA-BUSCADA                PIC 9(8).
       01  WS-FECHA-CERRADA-SW             PIC X VALUE 'N'.
           88  WS-FECHA-CERRADA             VALUE 'Y'.
       01  WS-DIA-ABIERTO-SW               PIC X VALUE 'N'.
           88  WS-DIA-ABIERTO               VALUE 'Y'.
       01  WS-DIA-CERRADO-SW               PIC X VALUE 'N'.
           88  WS-DIA-CERRADO               VALUE 'Y'.

       01  WS-CHECKPOINT-STATUS            PIC X(2).
       01  WS-CHECKPOINT-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-REASON-CODE                  PIC X(4).
       01  WS-OPCODE                       PIC X(1) VALUE SPACE.
           88  WS-OPCODE-VALIDO             VALUES 'A' 'S' 'M' 'D'
                                                   'P' 'X' 'R'.

       01  WS-OPERADOR-STATUS              PIC X(2).
       01  WS-OPER-EOF-SW                  PIC X VALUE 'N'.
       01  WS-FTE-COUNT                    PIC 9(6).
       01  WS-FTE-TOTAL                    PIC S9(9)V99.
       01  WS-SUBTOT-TABLA.
           05  WS-SUBTOT-ENT OCCURS 7 TIMES.
               10  WS-ST-COUNT             PIC 9(6).
               10  WS-ST-TOTAL             PIC S9(9)V99.
       01  WS-OP-NOMBRE-TABLA.
               VALUE "MULTIPLICACION".
           05  FILLER                      PIC X(14) VALUE "DIVISION".
           05  FILLER                      PIC X(14) VALUE "TASA".
           05  FILLER                      PIC X(14) VALUE "TRASPASO".
           05  FILLER                      PIC X(14) VALUE "REVERSO".
       01  WS-OP-NOMBRES REDEFINES WS-OP-NOMBRE-TABLA.
           05  WS-OP-NOMBRE OCCURS 7 TIMES
                                           PIC X(14).

       01  WS-ACCOUNT-STATUS               PIC X(2).
       01  WS-RECYCLE-STATUS               PIC X(2).
       01  WS-CICLO-PROX                   PIC 9(2).

      *    Transfer work area.  WS-CUENTA carries the leg being edited
      *    or posted; the debit account is held aside meanwhile.  Each
      *    leg of one transfer carries the other leg's transaction
      *    reference as its ENLACE on the audit trail and the ledger
      *    extract; a reversal carries the original's.
       01  WS-CUENTA-DESTINO               PIC X(8).
       01  WS-TRASPASO-ORIGEN              PIC X(8).
       01  WS-LADO-CREDITO-SW              PIC X VALUE 'N'.
           88  WS-LADO-CREDITO              VALUE 'Y'.
       01  WS-ENLACE-X                     PIC X(18) VALUE SPACES.
       01  WS-ENLACE REDEFINES WS-ENLACE-X.
           05  WS-EN-FECHA                 PIC 9(8).
           05  WS-EN-CORRIDA               PIC 9(4).
           05  WS-EN-SECUENCIA             PIC 9(6).
      *    First leg of a two-leg posting, held so it can be backed out
      *    again if the second leg fails to post.
       01  WS-PATA1-CUENTA                 PIC X(8).
       01  WS-PATA1-RESULTADO              PIC S9(6)V99.

      *    Transaction reference: run date, run number and the run's
      *    running sequence of posted operations.  Only batch postings
      *    are numbered; interactive calculations and exceptions post
      *    nothing and carry a blank reference.
       01  WS-REFERENCIA-STATUS            PIC X(2).
       01  WS-REF-CONTADOR                 PIC 9(6) VALUE ZERO.
       01  WS-REFERENCIA-X                 PIC X(18) VALUE SPACES.
       01  WS-REFERENCIA REDEFINES WS-REFERENCIA-X.
           05  WS-REF-FECHA                PIC 9(8).
           05  WS-REF-CORRIDA              PIC 9(4).
           05  WS-REF-SECUENCIA            PIC 9(6).

      *    Reversal work area.  The edit gathers the legs a reversal
      *    undoes - the entry named, plus the partner leg when it names
      *    one leg of a transfer - and the posting undoes them together.
       01  WS-REV-REFERENCIA               PIC X(18).
       01  WS-REV-PATAS                    PIC 9(1) VALUE ZERO.
       01  WS-REV-IX                       PIC 9(1).
       01  WS-REV-TABLA.
           05  WS-REV-PATA OCCURS 2 TIMES.
               10  WS-RV-REFERENCIA        PIC X(18).
               10  WS-RV-CUENTA            PIC X(8).
               10  WS-RV-RESULTADO         PIC S9(6)V99.
       01  WS-REVERSO-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-REVERSO-TOTAL                PIC S9(9)V99 VALUE ZERO.

      *    Reversal requests keyed in the operator session go out as
      *    their own TRANSIN segment (REVOUT) for the next batch run,
      *    in the layouts below.
       01  WS-REVERSO-STATUS               PIC X(2).
       01  WS-SOLICITUD-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-SOLICITUD-COUNT-ED           PIC ZZZ9.
       01  WS-CONFIRMA                     PIC X(1).
       01  WS-SR-CABECERA.
           05  FILLER                      PIC X(2) VALUE "H ".
           05  WS-SRH-FECHA                PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(8) VALUE "REVERSO ".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SRH-OPERADOR             PIC X(8).
       01  WS-SR-DETALLE.
           05  FILLER                      PIC X(2) VALUE "R ".
           05  FILLER                      PIC X(4) VALUE "REV ".
           05  WS-SR-CUENTA                PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SR-NUM1                  PIC S9(4)V99 SIGN LEADING
                                                SEPARATE VALUE ZERO.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SR-NUM2                  PIC S9(4)V99 SIGN LEADING
                                                SEPARATE VALUE ZERO.
      *    Cycle, currency, value date and credit account all blank:
      *    the reversal books on the next run's header date.
           05  FILLER                      PIC X(26) VALUE SPACES.
           05  WS-SR-REFERENCIA            PIC X(18).
       01  WS-SR-COLA.
           05  FILLER                      PIC X(2) VALUE "T ".
           05  WS-SRT-COUNT                PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SRT-HASH-NUM1            PIC S9(7)V99 SIGN LEADING
                                                SEPARATE VALUE ZERO.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SRT-HASH-NUM2            PIC S9(7)V99 SIGN LEADING
                                                SEPARATE VALUE ZERO.

       01  WS-TASA-STATUS                  PIC X(2).
       01  WS-TASA-EOF-SW                  PIC X VALUE 'N'.
           88  WS-TASA-EOF                  VALUE 'Y'.
           88  WS-PREVISTO-OK               VALUE 'Y'.
       01  WS-EXCESOS-COUNT                PIC 9(6) VALUE ZERO.

      *    Held funds: a debit may not take the balance below the sum
      *    of the account's holds in force on the run date.  With no
      *    holds file nothing is held.
       01  WS-RETENCION-STATUS             PIC X(2).
       01  WS-SIN-RETENCIONES-SW           PIC X VALUE 'N'.
           88  WS-SIN-RETENCIONES           VALUE 'Y'.
       01  WS-RETENCION-FIN-SW             PIC X.
           88  WS-RETENCION-FIN             VALUE 'Y'.
       01  WS-TOTAL-RETENIDO               PIC S9(9)V99.

      *    Branch master, loaded whole for the run.  The segment's
      *    branch (found by its header id) rules the segment: if it is
      *    unknown or inactive every detail in the segment rejects, and
      *    its ceiling caps the value the segment may post.  Each
      *    detail's own TR-FUENTE must also be a known, active branch
      *    authorized for the operation.  With no master every segment
      *    rejects.
       01  WS-SUCURSAL-STATUS              PIC X(2).
       01  WS-SUCURSAL-FIN-SW              PIC X VALUE 'N'.
           88  WS-SUCURSAL-FIN              VALUE 'Y'.
       01  WS-SUCURSAL-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-SUCURSAL-IX                  PIC 9(3).
       01  WS-SUCURSAL-MAX                 PIC 9(3) VALUE 200.
       01  WS-SUC-HALLADA-IX               PIC 9(3).
       01  WS-SUC-OPER-VECES               PIC 9(2).
       01  WS-SUCURSAL-TABLA.
           05  WS-SUCURSAL-ENT OCCURS 200 TIMES.
               10  WS-SU-CODIGO            PIC X(3).
               10  WS-SU-LOTE              PIC X(8).
               10  WS-SU-ACTIVA            PIC X(1).
               10  WS-SU-OPERACIONES       PIC X(8).
               10  WS-SU-TOPE              PIC S9(9)V99.
       01  WS-SEG-SUC-OK-SW                PIC X VALUE 'Y'.
           88  WS-SEG-SUC-OK                VALUE 'Y'.
       01  WS-SEG-TOPE                     PIC S9(9)V99 VALUE ZERO.
       01  WS-SEG-VALOR                    PIC S9(9)V99 VALUE ZERO.
       01  WS-VALOR-ITEM                   PIC S9(6)V99 VALUE ZERO.
       01  WS-SEG-RECHAZADOS-COUNT         PIC 9(4) VALUE ZERO.

      *    Dual control: an item whose amount (absolute, in base)
      *    exceeds the threshold and passes every other edit is queued
      *    on APRMAST instead of posting; the per-operation cap does
      *    not reject it, the supervisor decides.  An APROBADO segment
      *    posts only items approved on APRMAST, unchanged, and they
      *    are exempt from the threshold and the cap.
       01  WS-APROBACION-STATUS            PIC X(2).
       01  WS-APRPARM-STATUS               PIC X(2).
       01  WS-UMBRAL-APROBACION            PIC S9(9)V99 VALUE ZERO.
       01  WS-SEG-APROBADO-SW              PIC X VALUE 'N'.
           88  WS-SEG-APROBADO              VALUE 'Y'.
       01  WS-SEG-OPERADOR                 PIC X(8) VALUE SPACES.
       01  WS-REQUIERE-APROBACION-SW       PIC X VALUE 'N'.
           88  WS-REQUIERE-APROBACION       VALUE 'Y'.
       01  WS-APROBACION-IMPORTE           PIC S9(9)V99.
       01  WS-PENDIENTES-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-PENDIENTES-TOTAL             PIC S9(9)V99 VALUE ZERO.

      *    Settlement by branch and value date, accumulated as entries
      *    post and written to LIQOUT at the end of the run.  A
      *    detail's slot is found before it posts, so a full table
      *    stops the run without leaving a posting unsettled.
       01  WS-LIQ-STATUS                   PIC X(2).
       01  WS-LIQ-EOF-SW                   PIC X VALUE 'N'.
           88  WS-LIQ-EOF                   VALUE 'Y'.
       01  WS-LIQ-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-LIQ-IX                       PIC 9(3).
       01  WS-LIQ-MAX                      PIC 9(3) VALUE 500.
       01  WS-LIQ-ACTUAL                   PIC 9(3) VALUE ZERO.
       01  WS-LIQ-REG-COUNT                PIC 9(6).
       01  WS-LIQ-MOV-COUNT                PIC 9(8).
       01  WS-LIQ-TOTAL                    PIC S9(11)V99.
       01  WS-LIQ-TABLA.
           05  WS-LIQ-ENT OCCURS 500 TIMES.
               10  WS-LQ-FUENTE            PIC X(3).
               10  WS-LQ-FECHA             PIC 9(8).
               10  WS-LQ-COUNT             PIC 9(6).
               10  WS-LQ-TOTAL             PIC S9(9)V99.

       01  WS-POSTED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-POSTED-TOTAL                 PIC S9(9)V99 VALUE ZERO.
       01  WS-BALANCE-COUNT                PIC 9(6) VALUE ZERO.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "FVAL=".
           05  WS-RD-FVAL                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE "REF=".
           05  WS-RD-REFERENCIA            PIC X(18).

       01  WS-REPORT-TRAILER-1.
           05  FILLER                      PIC X(18)
               VALUE "OMITIDOS REINICIO:".
           05  WS-RT-SKIPPED-COUNT         PIC ZZZ,ZZ9.

       01  WS-REPORT-TRAILER-6.
           05  FILLER                      PIC X(18)
               VALUE "TOTAL REVERSOS:  ".
           05  WS-RT-REVERSO-COUNT         PIC ZZZ,ZZ9.

       01  WS-REPORT-TRAILER-7.
           05  FILLER                      PIC X(18)
               VALUE "IMPORTE REVERSOS:".
           05  WS-RT-REVERSO-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-TRAILER-8.
           05  FILLER                      PIC X(18)
               VALUE "PEND. APROBACION:".
           05  WS-RT-PENDIENTES-COUNT      PIC ZZZ,ZZ9.

       01  WS-REPORT-TRAILER-9.
           05  FILLER                      PIC X(18)
               VALUE "IMPORTE PENDIENTE:".
           05  WS-RT-PENDIENTES-TOTAL      PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-DETAIL.
           05  WS-ED-REASON-CODE           PIC X(4).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "OPER=".
           05  WS-AD-OPER                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "ENLACE=".
           05  WS-AD-ENLACE                PIC X(18).
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE "REF=".
           05  WS-AD-REFERENCIA            PIC X(18).

       01  WS-AUDIT-RECHAZO-DETAIL.
           05  WS-ARJ-FECHA                PIC X(10).

           PERFORM FIJAR-RETURN-CODE

           IF WS-BATCH-MODE AND NOT WS-DUP-RUN AND NOT WS-DIA-ABIERTO
               AND NOT WS-DIA-CERRADO
               PERFORM REGISTRAR-EJECUCION
           END-IF

           EVALUATE TRUE
               WHEN WS-DUP-RUN
                   MOVE 20 TO RETURN-CODE
               WHEN WS-DIA-ABIERTO
               WHEN WS-DIA-CERRADO
                   MOVE 24 TO RETURN-CODE
               WHEN WS-ABORT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CTL-ERROR
               WHEN WS-BATCH-MODE AND WS-CURRENT-RECORD-NUM > 0
                   AND WS-DETAIL-COUNT = 0 AND WS-REJECT-COUNT = 0
                   AND WS-EXCEPTION-COUNT = 0
                   AND WS-PENDIENTES-COUNT = 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "OPERACIONES_BASICAS: TODOS LOS REGISTROS "
                       "FUERON OMITIDOS POR REINICIO - REVISE EL PARM"
       VERIFICAR-CONTROL-EJECUCION.
           MOVE ZERO TO WS-RUN-PREVIOS
           MOVE ZERO TO WS-RUN-NUMERO
           MOVE ZERO TO WS-FECHA-ANTERIOR
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-EOF
                                   MOVE RN-NUMERO TO WS-RUN-NUMERO
                               END-IF
                           END-IF
                           IF RN-FECHA IS NUMERIC
                               AND RN-FECHA < WS-RUN-DATE
                               AND RN-FECHA > WS-FECHA-ANTERIOR
                               MOVE RN-FECHA TO WS-FECHA-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
                   "RUNCTL - USE EL INDICADOR F PARA RELANZAR"
               SET WS-DUP-RUN TO TRUE
               SET WS-ABORT-RUN TO TRUE
           END-IF
      *    A new date waits for the last business date before it to be
      *    closed.  The first date on the ledger has nothing behind it.
           IF WS-RUN-PREVIOS = 0 AND WS-FECHA-ANTERIOR > 0
               PERFORM VERIFICAR-CIERRE-ANTERIOR
           END-IF
      *    A day once signed off is not reposted: a forced rerun would
      *    change what the close proved.
           IF WS-RUN-PREVIOS > 0 AND WS-PARM-FORZADO
               PERFORM VERIFICAR-FECHA-NO-CERRADA
           END-IF.

       VERIFICAR-CIERRE-ANTERIOR.
           MOVE WS-FECHA-ANTERIOR TO WS-FECHA-BUSCADA
           PERFORM BUSCAR-CIERRE
           IF NOT WS-FECHA-CERRADA
               DISPLAY "OPERACIONES_BASICAS: LA FECHA ANTERIOR "
                   WS-FECHA-ANTERIOR " NO ESTA CERRADA EN CIERRCTL "
                   "- EJECUTE CIERRE_DIA (CON EXCEPCION DE "
                   "SUPERVISOR SI NO CUADRA)"
               SET WS-DIA-ABIERTO TO TRUE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       VERIFICAR-FECHA-NO-CERRADA.
           MOVE WS-RUN-DATE TO WS-FECHA-BUSCADA
           PERFORM BUSCAR-CIERRE
           IF WS-FECHA-CERRADA
               DISPLAY "OPERACIONES_BASICAS: LA FECHA " WS-RUN-DATE
                   " YA ESTA CERRADA EN CIERRCTL - NO SE PUEDE "
                   "RELANZAR"
               SET WS-DIA-CERRADO TO TRUE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       BUSCAR-CIERRE.
      *    A date is closed by any C or S record for it on the ledger;
      *    no ledger means no date has been closed.
           MOVE 'N' TO WS-FECHA-CERRADA-SW
           MOVE 'N' TO WS-CIERRE-EOF-SW
           OPEN INPUT CIERRE-FILE
           IF WS-CIERRE-STATUS = "00"
               PERFORM UNTIL WS-CIERRE-EOF
                   READ CIERRE-FILE
                       AT END
                           SET WS-CIERRE-EOF TO TRUE
                       NOT AT END
                           IF CC-FECHA IS NUMERIC
                               AND CC-FECHA = WS-FECHA-BUSCADA
                               AND CC-CERRADO
                               SET WS-FECHA-CERRADA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRE-FILE
           END-IF.

       REGISTRAR-EJECUCION.
               DISPLAY "acceso denegado - se cierra la sesion"
           ELSE
               PERFORM CICLO-SESION
               IF WS-SOLICITUD-COUNT > 0
                   PERFORM CERRAR-SOLICITUDES-REVERSO
               END-IF
               PERFORM MOSTRAR-RESUMEN-SESION
           END-IF.

                       MOVE ZERO TO WS-OPCION-BLANCOS
                       MOVE WS-OPCION TO WS-OPCODE
                       PERFORM SESION-OPERACION
                   WHEN "R"
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       MOVE WS-OPCION TO WS-OPCODE
                       PERFORM SESION-REVERSO
                   WHEN OTHER
                       MOVE ZERO TO WS-OPCION-BLANCOS
                       DISPLAY "opcion invalida, intenta de nuevo"
       BUSCAR-OPERADOR.
      *    Linear scan of the reference file; it is a handful of
      *    entries and the scan runs once per sign-on attempt.  The
      *    session needs the calculate function (C), both (A) or
      *    supervisor (S).
           MOVE 'N' TO WS-OPER-EOF-SW
           OPEN INPUT OPERADOR-FILE
           IF WS-OPERADOR-STATUS = "00"
                       NOT AT END
                           IF OP-ID = WS-OPERADOR-ID
                               AND (OP-FUNCIONES = "C"
                                   OR OP-FUNCIONES = "A"
                                   OR OP-FUNCIONES = "S")
                               MOVE OP-NOMBRE TO WS-OPERADOR-NOMBRE
                               SET WS-OPERADOR-OK TO TRUE
                               SET WS-OPER-EOF TO TRUE
           DISPLAY " "
           DISPLAY "OPERACIONES BASICAS - SESION INTERACTIVA"
           DISPLAY "A=SUMA  S=RESTA  M=MULTIPLICACION  D=DIVISION  "
               "R=REVERSO  X=SALIR"
           DISPLAY "Elige la operacion:"
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION
           INSPECT WS-OPCION CONVERTING "asmdrx" TO "ASMDRX".

       SESION-OPERACION.
           DISPLAY "Introduce el primer numero:"
               PERFORM ESCRIBIR-RECHAZO
           END-IF.

       SESION-REVERSO.
      *    The session posts nothing to the accounts, so a reversal
      *    keyed here is checked against the reference master and, once
      *    the operator confirms it, written as a detail of its own
      *    TRANSIN segment (REVOUT) for the next batch run - which
      *    edits it again before posting it.
           MOVE ZERO TO NUM1
           MOVE ZERO TO NUM2
           MOVE SPACES TO WS-CUENTA
           DISPLAY "Referencia a reversar:"
           MOVE SPACES TO WS-REV-REFERENCIA
           ACCEPT WS-REV-REFERENCIA
           PERFORM BUSCAR-REFERENCIA-SESION
           IF WS-TRANS-VALIDA
               MOVE WS-RV-RESULTADO (1) TO WS-SESION-RESULT-ED
               DISPLAY "cuenta " WS-RV-CUENTA (1) "  importe "
                   WS-SESION-RESULT-ED
               IF WS-REV-PATAS > 1
                   MOVE WS-RV-RESULTADO (2) TO WS-SESION-RESULT-ED
                   DISPLAY "traspaso - tambien cuenta "
                       WS-RV-CUENTA (2) "  importe " WS-SESION-RESULT-ED
               END-IF
               DISPLAY "Confirmar el reverso (S/N):"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM ESCRIBIR-SOLICITUD-REVERSO
               ELSE
                   DISPLAY "reverso no solicitado"
               END-IF
           ELSE
               DISPLAY "reverso rechazado (" WS-REASON-CODE
                   ") - ver REJOUT"
               PERFORM ESCRIBIR-RECHAZO
           END-IF.

       BUSCAR-REFERENCIA-SESION.
           SET WS-TRANS-VALIDA TO TRUE
           OPEN INPUT REFERENCIA-FILE
           IF WS-REFERENCIA-STATUS = "00"
               PERFORM LEER-REFERENCIA-ORIGINAL
               CLOSE REFERENCIA-FILE
           ELSE
               DISPLAY "OPERACIONES_BASICAS: SIN MAESTRO DE "
                   "REFERENCIAS (REFMAST) - FILE STATUS="
                   WS-REFERENCIA-STATUS
               MOVE "R015" TO WS-REASON-CODE
               MOVE 'N' TO WS-TRANS-VALIDA-SW
           END-IF.

       ESCRIBIR-SOLICITUD-REVERSO.
      *    The segment header goes out with the session's first
      *    request; REVOUT accumulates across sessions, one H/T
      *    segment each, until the next run consumes it.
           IF WS-SOLICITUD-COUNT = 0
               OPEN EXTEND REVERSO-FILE
               IF WS-REVERSO-STATUS NOT = "00"
                   OPEN OUTPUT REVERSO-FILE
               END-IF
               IF WS-REVERSO-STATUS = "00"
                   MOVE WS-RUN-DATE TO WS-SRH-FECHA
                   MOVE WS-OPERADOR-ID TO WS-SRH-OPERADOR
                   MOVE WS-SR-CABECERA TO REVERSO-LINE
                   WRITE REVERSO-LINE
               END-IF
           END-IF
           IF WS-REVERSO-STATUS = "00"
               MOVE WS-RV-CUENTA (1) TO WS-SR-CUENTA
               MOVE WS-REV-REFERENCIA TO WS-SR-REFERENCIA
               MOVE WS-SR-DETALLE TO REVERSO-LINE
               WRITE REVERSO-LINE
               ADD 1 TO WS-SOLICITUD-COUNT
               DISPLAY "reverso solicitado - se contabiliza en la "
                   "proxima ejecucion"
           ELSE
               DISPLAY "OPERACIONES_BASICAS: ERROR AL ABRIR REVOUT "
                   "- FILE STATUS=" WS-REVERSO-STATUS
                   " - REVERSO NO SOLICITADO"
           END-IF.

       CERRAR-SOLICITUDES-REVERSO.
      *    The requests carry no amounts, so both hash totals are zero.
           MOVE WS-SOLICITUD-COUNT TO WS-SRT-COUNT
           MOVE WS-SR-COLA TO REVERSO-LINE
           WRITE REVERSO-LINE
           CLOSE REVERSO-FILE.

       MOSTRAR-RESUMEN-SESION.
           MOVE WS-SESION-COUNT TO WS-SESION-COUNT-ED
           MOVE WS-SESION-TOTAL TO WS-SESION-TOTAL-ED
           MOVE WS-SOLICITUD-COUNT TO WS-SOLICITUD-COUNT-ED
           DISPLAY " "
           DISPLAY "RESUMEN DE LA SESION"
           DISPLAY "operador:               " WS-OPERADOR-ID " "
               WS-OPERADOR-NOMBRE
           DISPLAY "operaciones calculadas: " WS-SESION-COUNT-ED
           DISPLAY "total de la sesion:     " WS-SESION-TOTAL-ED
           DISPLAY "reversos solicitados:   " WS-SOLICITUD-COUNT-ED
           DISPLAY "fin de la sesion".

       BATCH-PROCESS.
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               PERFORM ABRIR-REFERENCIAS
               MOVE WS-REFERENCIA-STATUS TO WS-CHECK-STATUS
               MOVE "REFMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN INPUT RETENCION-FILE
               IF WS-RETENCION-STATUS = "35"
                   SET WS-SIN-RETENCIONES TO TRUE
               ELSE
                   MOVE WS-RETENCION-STATUS TO WS-CHECK-STATUS
                   MOVE "RETMAST" TO WS-CHECK-NOMBRE
                   PERFORM VALIDAR-APERTURA
               END-IF
           END-IF

           IF NOT WS-ABORT-RUN
               OPEN OUTPUT BALANCE-FILE
               MOVE WS-BALANCE-STATUS TO WS-CHECK-STATUS
               PERFORM CARGAR-MONEDAS
           END-IF

           IF NOT WS-ABORT-RUN
               PERFORM CARGAR-SUCURSALES
           END-IF

           IF NOT WS-ABORT-RUN
               PERFORM CARGAR-PARAMETROS-APROBACION
               PERFORM ABRIR-APROBACIONES
               MOVE WS-APROBACION-STATUS TO WS-CHECK-STATUS
               MOVE "APRMAST" TO WS-CHECK-NOMBRE
               PERFORM VALIDAR-APERTURA
           END-IF

           IF NOT WS-ABORT-RUN
      *        Until a header arrives the run date rules the value-
      *        date window, so a detail outside any segment still
               PERFORM REINICIAR-SUBTOTALES
               PERFORM LEER-CHECKPOINT
               PERFORM DETERMINAR-PUNTO-REINICIO
               IF WS-RESTART-COUNT > 0
                   PERFORM SEMBRAR-LIQUIDACION
               END-IF
               PERFORM ABRIR-EXTRACTO-GL

               PERFORM UNTIL WS-TRANS-EOF OR WS-ABORT-RUN
                       PERFORM ESCRIBIR-COLA-GL
                   END-IF
               END-IF
      *        The settlement is written even after an abort: what
      *        posted before the failure is settled, and a restart
      *        picks these records up and carries on from them.
               PERFORM ESCRIBIR-LIQUIDACION
               CLOSE ACCOUNT-FILE
               CLOSE REFERENCIA-FILE
               IF NOT WS-SIN-RETENCIONES
                   CLOSE RETENCION-FILE
               END-IF
               CLOSE BALANCE-FILE
               CLOSE RECYCLE-FILE
               CLOSE LIMIT-FILE
               CLOSE RETRO-FILE
               CLOSE GL-FILE
               CLOSE APROBACION-FILE
           END-IF.

       ABRIR-REFERENCIAS.
      *    The reference master starts out empty the first time a run
      *    needs it.
           OPEN I-O REFERENCIA-FILE
           IF WS-REFERENCIA-STATUS = "35"
               OPEN OUTPUT REFERENCIA-FILE
               IF WS-REFERENCIA-STATUS = "00"
                   CLOSE REFERENCIA-FILE
                   OPEN I-O REFERENCIA-FILE
               END-IF
           END-IF.

       ABRIR-APROBACIONES.
      *    The approval queue starts out empty the first time a run
      *    needs it.
           OPEN I-O APROBACION-FILE
           IF WS-APROBACION-STATUS = "35"
               OPEN OUTPUT APROBACION-FILE
               IF WS-APROBACION-STATUS = "00"
                   CLOSE APROBACION-FILE
                   OPEN I-O APROBACION-FILE
               END-IF
           END-IF.

       CARGAR-PARAMETROS-APROBACION.
      *    No parameter file, or a zero threshold, means no approval
      *    step: every item posts or rejects on its own edits.
           MOVE ZERO TO WS-UMBRAL-APROBACION
           OPEN INPUT APRPARM-FILE
           IF WS-APRPARM-STATUS = "00"
               READ APRPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AQ-UMBRAL IS NUMERIC AND AQ-UMBRAL > ZERO
                           MOVE AQ-UMBRAL TO WS-UMBRAL-APROBACION
                       ELSE
                           DISPLAY "OPERACIONES_BASICAS: UMBRAL DE "
                               "APROBACION INVALIDO EN APRPARM - "
                               "SIN CONTROL DUAL"
                       END-IF
               END-READ
               CLOSE APRPARM-FILE
           ELSE
               DISPLAY "OPERACIONES_BASICAS: SIN PARAMETROS DE "
                   "APROBACION (APRPARM) - SIN CONTROL DUAL"
           END-IF.

       CAMBIO-DE-FUENTE.
                   MOVE 4 TO WS-OP-IX
               WHEN "P"
                   MOVE 5 TO WS-OP-IX
               WHEN "X"
                   MOVE 6 TO WS-OP-IX
               WHEN "R"
                   MOVE 7 TO WS-OP-IX
               WHEN OTHER
                   MOVE ZERO TO WS-OP-IX
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SL-COUNT
           MOVE ZERO TO WS-SL-TOTAL
           PERFORM VARYING WS-OP-IX FROM 1 BY 1 UNTIL WS-OP-IX > 7
               MOVE WS-OP-NOMBRE (WS-OP-IX) TO WS-SD-OPERACION
               MOVE WS-ST-COUNT (WS-OP-IX) TO WS-SD-COUNT
               MOVE WS-ST-TOTAL (WS-OP-IX) TO WS-SD-TOTAL
           PERFORM TOTALIZAR-FUENTE
           MOVE WS-SUBTOT-TOTAL-LINEA TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 9 TO WS-LINE-COUNT
           PERFORM REINICIAR-SUBTOTALES.

       TOTALIZAR-FUENTE.
           MOVE ZERO TO WS-FTE-COUNT
           MOVE ZERO TO WS-FTE-TOTAL
           PERFORM VARYING WS-OP-IX FROM 1 BY 1 UNTIL WS-OP-IX > 7
               ADD WS-ST-COUNT (WS-OP-IX) TO WS-FTE-COUNT
               ADD WS-ST-TOTAL (WS-OP-IX) TO WS-FTE-TOTAL
           END-PERFORM
           MOVE WS-FTE-TOTAL TO WS-SL-TOTAL.

       REINICIAR-SUBTOTALES.
           PERFORM VARYING WS-OP-IX FROM 1 BY 1 UNTIL WS-OP-IX > 7
               MOVE ZERO TO WS-ST-COUNT (WS-OP-IX)
               MOVE ZERO TO WS-ST-TOTAL (WS-OP-IX)
           END-PERFORM.
           MOVE ZERO TO WS-HASH-NUM1
           MOVE ZERO TO WS-HASH-NUM2
           DISPLAY "OPERACIONES_BASICAS: LOTE RECIBIDO - FECHA "
               TH-FECHA " FUENTE " TH-FUENTE
           PERFORM VALIDAR-SUCURSAL-LOTE.

       VALIDAR-SUCURSAL-LOTE.
      *    A segment from a branch that is not on the master, or is
      *    inactive, is still read through - its count and hash are
      *    checked like any other - but every detail in it rejects.
           MOVE ZERO TO WS-SEG-VALOR
           MOVE ZERO TO WS-SEG-TOPE
           MOVE ZERO TO WS-SUC-HALLADA-IX
           PERFORM VARYING WS-SUCURSAL-IX FROM 1 BY 1
               UNTIL WS-SUCURSAL-IX > WS-SUCURSAL-COUNT
               OR WS-SUC-HALLADA-IX > 0
               IF WS-SU-LOTE (WS-SUCURSAL-IX) = TH-FUENTE
                   MOVE WS-SUCURSAL-IX TO WS-SUC-HALLADA-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SUC-HALLADA-IX = ZERO
                   MOVE 'N' TO WS-SEG-SUC-OK-SW
                   DISPLAY "OPERACIONES_BASICAS: LOTE RECHAZADO - "
                       "SUCURSAL DESCONOCIDA " TH-FUENTE
               WHEN WS-SU-ACTIVA (WS-SUC-HALLADA-IX) NOT = 'S'
                   MOVE 'N' TO WS-SEG-SUC-OK-SW
                   DISPLAY "OPERACIONES_BASICAS: LOTE RECHAZADO - "
                       "SUCURSAL INACTIVA " TH-FUENTE
               WHEN OTHER
                   SET WS-SEG-SUC-OK TO TRUE
                   MOVE WS-SU-TOPE (WS-SUC-HALLADA-IX) TO WS-SEG-TOPE
           END-EVALUATE
           IF NOT WS-SEG-SUC-OK
               ADD 1 TO WS-SEG-RECHAZADOS-COUNT
           END-IF
           MOVE TH-OPERADOR TO WS-SEG-OPERADOR
           IF TH-FUENTE = "APROBADO"
               SET WS-SEG-APROBADO TO TRUE
           ELSE
               MOVE 'N' TO WS-SEG-APROBADO-SW
           END-IF.

       PROCESAR-COLA-LOTE.
           IF NOT WS-SEG-ABIERTO
               MOVE TT-HASH-NUM2 TO WS-CTL-EXP-HASH-NUM2
               PERFORM VERIFICAR-SEGMENTO-LOTE
               MOVE 'N' TO WS-SEG-ABIERTO-SW
               SET WS-SEG-SUC-OK TO TRUE
               MOVE ZERO TO WS-SEG-TOPE
               MOVE ZERO TO WS-SEG-VALOR
               MOVE 'N' TO WS-SEG-APROBADO-SW
               MOVE SPACES TO WS-SEG-OPERADOR
           END-IF.

       PROCESAR-DETALLE-LOTE.
               MOVE TR-OPCODE TO WS-OPCODE
               MOVE TR-CUENTA TO WS-CUENTA
               MOVE TR-NUM1 TO NUM1
               MOVE TR-CUENTA-DESTINO TO WS-CUENTA-DESTINO
      *        A transfer carries its amount in NUM1 alone; the NUM2
      *        positions are not used and edit as zero.  A reversal
      *        takes its amount from the entry it names, so neither
      *        number is used.
               EVALUATE WS-OPCODE
                   WHEN "P"
                       MOVE TR-TC-CODIGO TO WS-TASA-CODIGO
                       MOVE ZERO TO NUM2
                   WHEN "X"
                       MOVE ZERO TO NUM2
                   WHEN "R"
                       MOVE TR-REFERENCIA TO WS-REV-REFERENCIA
                       MOVE ZERO TO NUM1
                       MOVE ZERO TO NUM2
                   WHEN OTHER
                       MOVE TR-NUM2 TO NUM2
               END-EVALUATE
      *        Foreign amounts convert to base ahead of the edits and
      *        the posting; a record whose currency cannot convert
      *        rejects right here, before VALIDAR-TRANSACCION.
                   PERFORM CONVERTIR-MONEDA
               END-IF
               PERFORM VALIDAR-FECHA-VALOR
      *        The branch edits run last so that, when a record fails
      *        more than one, the branch's reason code is the one
      *        reported.
               PERFORM VALIDAR-SUCURSAL-DETALLE
               MOVE ZERO TO WS-VALOR-ITEM
               MOVE 'N' TO WS-REQUIERE-APROBACION-SW
               EVALUATE TRUE
                   WHEN NOT WS-TRANS-VALIDA
                   WHEN NOT WS-MONEDA-OK
                   WHEN NOT WS-FECHA-OK
                       MOVE 'N' TO WS-TRANS-VALIDA-SW
                       PERFORM ESCRIBIR-RECHAZO
                   WHEN OTHER
                       PERFORM VALIDAR-TRANSACCION
                       IF WS-TRANS-VALIDA AND WS-SEG-APROBADO
                           PERFORM VALIDAR-APROBACION
                       END-IF
                       IF WS-TRANS-VALIDA
                           AND NOT WS-REQUIERE-APROBACION
                           PERFORM VALIDAR-TOPE-LOTE
                       END-IF
                       IF WS-TRANS-VALIDA
                           AND NOT WS-REQUIERE-APROBACION
                           PERFORM RESERVAR-LIQUIDACION
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-ABORT-RUN
                               CONTINUE
                           WHEN NOT WS-TRANS-VALIDA
                               PERFORM ESCRIBIR-RECHAZO
                           WHEN WS-REQUIERE-APROBACION
                               PERFORM ESCRIBIR-PENDIENTE
                           WHEN OTHER
                               PERFORM EJECUTAR-OPERACION
                       END-EVALUATE
               END-EVALUATE
      *        A record whose posting failed did not complete: the
      *        checkpoint must keep pointing at the one before it so
               DISPLAY "OPERACIONES_BASICAS: SIN REGISTROS DE "
                   "CONTROL EN TRANSIN - TRANSFERENCIA INCOMPLETA"
               SET WS-CTL-ERROR TO TRUE
           END-IF
           IF WS-SEG-RECHAZADOS-COUNT > ZERO
               DISPLAY "OPERACIONES_BASICAS: " WS-SEG-RECHAZADOS-COUNT
                   " LOTE(S) RECHAZADO(S) POR SUCURSAL - VER REJOUT"
           END-IF
           IF WS-PENDIENTES-COUNT > ZERO
               DISPLAY "OPERACIONES_BASICAS: " WS-PENDIENTES-COUNT
                   " PARTIDA(S) PENDIENTE(S) DE APROBACION EN APRMAST"
           END-IF.

       VALIDAR-TRANSACCION.
               END-IF
           END-IF
           IF WS-TRANS-VALIDA AND WS-BATCH-MODE
               EVALUATE WS-OPCODE
                   WHEN "X"
                       PERFORM VALIDAR-TRASPASO
                   WHEN "R"
                       PERFORM VALIDAR-REVERSO
                   WHEN OTHER
                       PERFORM VALIDAR-CUENTA
               END-EVALUATE
           END-IF.

       VALIDAR-SUCURSAL-DETALLE.
      *    R020: the segment's own branch failed at the header.  R021:
      *    the detail's TR-FUENTE is not a known, active branch.  R022:
      *    the branch is not authorized for the operation.  An
      *    operation code outside the set is left to the R003 edit.
           SET WS-TRANS-VALIDA TO TRUE
           MOVE ZERO TO WS-SUC-HALLADA-IX
           PERFORM VARYING WS-SUCURSAL-IX FROM 1 BY 1
               UNTIL WS-SUCURSAL-IX > WS-SUCURSAL-COUNT
               OR WS-SUC-HALLADA-IX > 0
               IF WS-SU-CODIGO (WS-SUCURSAL-IX) = WS-FUENTE
                   MOVE WS-SUCURSAL-IX TO WS-SUC-HALLADA-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-SEG-SUC-OK
                   MOVE "R020" TO WS-REASON-CODE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               WHEN WS-SUC-HALLADA-IX = ZERO
                   MOVE "R021" TO WS-REASON-CODE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               WHEN WS-SU-ACTIVA (WS-SUC-HALLADA-IX) NOT = 'S'
                   MOVE "R021" TO WS-REASON-CODE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               WHEN WS-OPCODE-VALIDO
                   MOVE ZERO TO WS-SUC-OPER-VECES
                   INSPECT WS-SU-OPERACIONES (WS-SUC-HALLADA-IX)
                       TALLYING WS-SUC-OPER-VECES FOR ALL WS-OPCODE
                   IF WS-SUC-OPER-VECES = ZERO
                       MOVE "R022" TO WS-REASON-CODE
                       MOVE 'N' TO WS-TRANS-VALIDA-SW
                   END-IF
           END-EVALUATE.

       VALIDAR-APROBACION.
      *    R024: the item in an APROBADO segment is not on APRMAST as
      *    approved, or differs from what was approved in anything but
      *    the reference and the recycle cycle.
           MOVE TR-REFERENCIA TO AP-ID
           READ APROBACION-FILE
               INVALID KEY
                   MOVE "R024" TO WS-REASON-CODE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               NOT INVALID KEY
                   IF NOT AP-APROBADA
                       OR AP-TRANS-DATA(1:30) NOT = TRANS-RECORD(1:30)
                       OR AP-TRANS-DATA(35:21)
                           NOT = TRANS-RECORD(35:21)
                       MOVE "R024" TO WS-REASON-CODE
                       MOVE 'N' TO WS-TRANS-VALIDA-SW
                   END-IF
           END-READ.

       ESCRIBIR-PENDIENTE.
      *    The item as received goes to the queue with the segment's
      *    operator; nothing posts and nothing rejects.
           MOVE WS-RUN-DATE TO AP-ID-FECHA
           MOVE WS-RUN-NUMERO TO AP-ID-CORRIDA
           MOVE WS-CURRENT-RECORD-NUM TO AP-ID-REGISTRO
           SET AP-PENDIENTE TO TRUE
           MOVE WS-RUN-DATE TO AP-FECHA-ALTA
           MOVE WS-SEG-FUENTE TO AP-LOTE
           MOVE WS-SEG-OPERADOR TO AP-OPERADOR
           MOVE WS-CUENTA TO AP-CUENTA
           MOVE WS-APROBACION-IMPORTE TO AP-IMPORTE
           MOVE TRANS-RECORD TO AP-TRANS-DATA
           MOVE SPACES TO AP-SUPERVISOR
           MOVE ZERO TO AP-FECHA-DECISION
           MOVE SPACES TO AP-MOTIVO
           MOVE SPACES TO AP-REFERENCIA
           WRITE APROBACION-RECORD
               INVALID KEY
                   DISPLAY "OPERACIONES_BASICAS: PARTIDA " AP-ID
                       " YA ESTA EN APRMAST - NO SE VUELVE A ENCOLAR"
               NOT INVALID KEY
                   ADD 1 TO WS-PENDIENTES-COUNT
                   ADD WS-APROBACION-IMPORTE TO WS-PENDIENTES-TOTAL
           END-WRITE.

       MARCAR-APROBACION-CONTABILIZADA.
      *    The approval is spent once its item posts; a transfer's
      *    second leg finds it already marked.
           IF AP-APROBADA
               SET AP-CONTABILIZADA TO TRUE
               MOVE WS-REFERENCIA-X TO AP-REFERENCIA
               REWRITE APROBACION-RECORD
               IF WS-APROBACION-STATUS NOT = "00"
                   DISPLAY "OPERACIONES_BASICAS: NO SE PUDO MARCAR "
                       "LA PARTIDA " AP-ID " EN APRMAST - FILE STATUS="
                       WS-APROBACION-STATUS
               END-IF
           END-IF.

       VALIDAR-TOPE-LOTE.
      *    The segment's branch caps the value one batch may post: the
      *    absolute amounts of the details posted so far in the segment
      *    plus this one.  A reversal only puts back what already
      *    posted and is not counted.  The breach is listed on LIMOUT
      *    beside the account limits.
           MOVE ZERO TO WS-VALOR-ITEM
           IF WS-SEG-TOPE > ZERO AND WS-OPCODE NOT = "R"
               MOVE 'N' TO WS-LADO-CREDITO-SW
               PERFORM CALCULAR-RESULTADO-PREVISTO
               IF WS-PREVISTO-OK
                   MOVE WS-RESULTADO-PREVISTO TO WS-VALOR-ITEM
                   IF WS-VALOR-ITEM < ZERO
                       COMPUTE WS-VALOR-ITEM = ZERO - WS-VALOR-ITEM
                   END-IF
                   IF WS-SEG-VALOR + WS-VALOR-ITEM > WS-SEG-TOPE
                       MOVE "R023" TO WS-REASON-CODE
                       MOVE 'N' TO WS-TRANS-VALIDA-SW
                       MOVE WS-SEG-TOPE TO WS-LD-LIMITE
                       MOVE "TOPE DEL LOTE" TO WS-LD-MOTIVO
                       PERFORM ESCRIBIR-EXCESO-LIMITE
                       MOVE ZERO TO WS-VALOR-ITEM
                   END-IF
               END-IF
           END-IF.

       CARGAR-TASAS.
               END-IF
           END-PERFORM.

       CARGAR-SUCURSALES.
      *    Modeled on CARGAR-TASAS, but a missing master is not a quiet
      *    day: with no branch on file no segment can be accepted.
           OPEN INPUT SUCURSAL-FILE
           EVALUATE WS-SUCURSAL-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-SUCURSAL-FIN OR WS-ABORT-RUN
                       READ SUCURSAL-FILE NEXT
                           AT END
                               SET WS-SUCURSAL-FIN TO TRUE
                           NOT AT END
                               PERFORM CARGAR-UNA-SUCURSAL
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSAL-FILE
               WHEN "35"
                   DISPLAY "OPERACIONES_BASICAS: SIN MAESTRO DE "
                       "SUCURSALES (SUCMAST) - TODOS LOS LOTES SE "
                       "RECHAZARAN"
               WHEN OTHER
                   MOVE WS-SUCURSAL-STATUS TO WS-CHECK-STATUS
                   MOVE "SUCMAST" TO WS-CHECK-NOMBRE
                   PERFORM VALIDAR-APERTURA
           END-EVALUATE.

       CARGAR-UNA-SUCURSAL.
           EVALUATE TRUE
               WHEN SU-TOPE-LOTE NOT NUMERIC
                   DISPLAY "OPERACIONES_BASICAS: ENTRADA DE SUCURSAL "
                       "INVALIDA OMITIDA - CODIGO " SU-CODIGO
               WHEN WS-SUCURSAL-COUNT NOT < WS-SUCURSAL-MAX
                   DISPLAY "OPERACIONES_BASICAS: TABLA DE SUCURSALES "
                       "LLENA - CODIGO " SU-CODIGO " - EJECUCION "
                       "ABORTADA"
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-SUCURSAL-COUNT
                   MOVE SU-CODIGO TO WS-SU-CODIGO (WS-SUCURSAL-COUNT)
                   MOVE SU-LOTE TO WS-SU-LOTE (WS-SUCURSAL-COUNT)
                   MOVE SU-ACTIVA TO WS-SU-ACTIVA (WS-SUCURSAL-COUNT)
                   MOVE SU-OPERACIONES
                       TO WS-SU-OPERACIONES (WS-SUCURSAL-COUNT)
                   MOVE SU-TOPE-LOTE TO WS-SU-TOPE (WS-SUCURSAL-COUNT)
           END-EVALUATE.

       CONVERTIR-MONEDA.
      *    The original figures are kept for the report and the audit
      *    entry; the converted figures take their place in NUM1/NUM2
                   PERFORM VALIDAR-LIMITES
           END-READ.

       VALIDAR-TRASPASO.
      *    A transfer is one item with two legs - the debit on the
      *    transaction's account, the credit on the destination - and
      *    both legs pass the account and limit edits before either
      *    posts.  The first leg to fail rejects the whole transfer;
      *    WS-CUENTA is left naming the account that failed, so the
      *    reject and any limit breach say which leg it was.
           EVALUATE TRUE
               WHEN NUM1 NOT > ZERO
               WHEN WS-CUENTA-DESTINO = SPACES
               WHEN WS-CUENTA-DESTINO = WS-CUENTA
                   MOVE "R014" TO WS-REASON-CODE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               WHEN OTHER
                   MOVE WS-CUENTA TO WS-TRASPASO-ORIGEN
                   MOVE 'N' TO WS-LADO-CREDITO-SW
                   PERFORM VALIDAR-CUENTA
                   IF WS-TRANS-VALIDA
                       MOVE WS-CUENTA-DESTINO TO WS-CUENTA
                       SET WS-LADO-CREDITO TO TRUE
                       PERFORM VALIDAR-CUENTA
                       MOVE 'N' TO WS-LADO-CREDITO-SW
                       IF WS-TRANS-VALIDA
                           MOVE WS-TRASPASO-ORIGEN TO WS-CUENTA
                       END-IF
                   END-IF
           END-EVALUATE.

       VALIDAR-REVERSO.
      *    The detail may leave TR-CUENTA blank - the reference names
      *    the account - but an account keyed there must be the one the
      *    reference posted to, and every leg's account must still be
      *    on the master.  The operation cap, the balance floor and
      *    the approval threshold do not apply: a reversal only puts
      *    back what the original moved.  Held funds still do - a leg
      *    whose reversal debits may not dip into them.
           PERFORM LEER-REFERENCIA-ORIGINAL
           IF WS-TRANS-VALIDA
               IF WS-CUENTA NOT = SPACES
                   AND WS-CUENTA NOT = WS-RV-CUENTA (1)
                   MOVE "R018" TO WS-REASON-CODE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               END-IF
           END-IF
           PERFORM VARYING WS-REV-IX FROM 1 BY 1
               UNTIL WS-REV-IX > WS-REV-PATAS OR NOT WS-TRANS-VALIDA
               MOVE WS-RV-CUENTA (WS-REV-IX) TO WS-CUENTA
               MOVE WS-CUENTA TO AM-CUENTA
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "R004" TO WS-REASON-CODE
                       MOVE 'N' TO WS-TRANS-VALIDA-SW
                   NOT INVALID KEY
                       IF WS-RV-RESULTADO (WS-REV-IX) > ZERO
                           AND NOT WS-SIN-RETENCIONES
                           PERFORM VALIDAR-RETENCION-REVERSO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANS-VALIDA
               MOVE WS-RV-CUENTA (1) TO WS-CUENTA
           END-IF.

       VALIDAR-RETENCION-REVERSO.
      *    The leg posted a credit, so undoing it debits the account by
      *    the same amount; like any debit it must leave at least the
      *    held total on the account (R019).
           PERFORM SUMAR-RETENCIONES
           IF WS-TOTAL-RETENIDO > ZERO
               AND AM-SALDO - WS-RV-RESULTADO (WS-REV-IX)
                   < WS-TOTAL-RETENIDO
               MOVE "R019" TO WS-REASON-CODE
               MOVE 'N' TO WS-TRANS-VALIDA-SW
               COMPUTE WS-RESULTADO-PREVISTO =
                   ZERO - WS-RV-RESULTADO (WS-REV-IX)
               MOVE WS-TOTAL-RETENIDO TO WS-LD-LIMITE
               MOVE "FONDOS RETENIDOS" TO WS-LD-MOTIVO
               PERFORM ESCRIBIR-EXCESO-LIMITE
           END-IF.

       LEER-REFERENCIA-ORIGINAL.
      *    Gathers the legs the reversal undoes: the entry named and,
      *    for one leg of a transfer, its partner leg as well.  Only an
      *    entry still in force, not itself a reversal, and booked in
      *    the current month can be undone; anything older belongs to
      *    a closed period and is corrected there.  Shared by the batch
      *    edit and the operator session.
           SET WS-TRANS-VALIDA TO TRUE
           MOVE ZERO TO WS-REV-PATAS
           MOVE WS-REV-REFERENCIA TO RF-REFERENCIA
           PERFORM EVALUAR-PATA-REVERSO
           IF WS-TRANS-VALIDA AND RF-OPCODE = "X"
               MOVE RF-ENLACE TO RF-REFERENCIA
               PERFORM EVALUAR-PATA-REVERSO
           END-IF.

       EVALUAR-PATA-REVERSO.
           READ REFERENCIA-FILE
               INVALID KEY
                   MOVE "R015" TO WS-REASON-CODE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RF-REVERSADA
                       WHEN RF-OPCODE = "R"
                           MOVE "R016" TO WS-REASON-CODE
                           MOVE 'N' TO WS-TRANS-VALIDA-SW
                       WHEN RF-FECHA-VALOR(1:6) < WS-RUN-DATE(1:6)
                           MOVE "R017" TO WS-REASON-CODE
                           MOVE 'N' TO WS-TRANS-VALIDA-SW
                       WHEN OTHER
                           ADD 1 TO WS-REV-PATAS
                           MOVE RF-REFERENCIA
                               TO WS-RV-REFERENCIA (WS-REV-PATAS)
                           MOVE RF-CUENTA
                               TO WS-RV-CUENTA (WS-REV-PATAS)
                           MOVE RF-RESULTADO
                               TO WS-RV-RESULTADO (WS-REV-PATAS)
                   END-EVALUATE
           END-READ.

       VALIDAR-LIMITES.
      *    A breach rejects here - before the arithmetic and before
      *    anything posts - with its own reason code, so it lands in
                   COMPUTE WS-PREVISTO-ABS =
                       ZERO - WS-PREVISTO-ABS
               END-IF
      *        Over the approval threshold the supervisor, not the
      *        per-operation cap, decides; an approved item has been
      *        decided already.
               IF WS-UMBRAL-APROBACION > ZERO
                   AND WS-PREVISTO-ABS > WS-UMBRAL-APROBACION
                   AND NOT WS-SEG-APROBADO
                   SET WS-REQUIERE-APROBACION TO TRUE
                   MOVE WS-PREVISTO-ABS TO WS-APROBACION-IMPORTE
               END-IF
               EVALUATE TRUE
                   WHEN AM-LIMITE-OPER NOT = ZERO
                       AND WS-PREVISTO-ABS > AM-LIMITE-OPER
                       AND NOT WS-REQUIERE-APROBACION
                       AND NOT WS-SEG-APROBADO
                       MOVE "R007" TO WS-REASON-CODE
                       MOVE 'N' TO WS-TRANS-VALIDA-SW
                       MOVE AM-LIMITE-OPER TO WS-LD-LIMITE
                       MOVE "SALDO MINIMO" TO WS-LD-MOTIVO
                       PERFORM ESCRIBIR-EXCESO-LIMITE
               END-EVALUATE
           END-IF
      *    Only a debit can spend held funds: it must leave at least the
      *    held total on the account (available balance = balance less
      *    holds in force).
           IF WS-PREVISTO-OK AND WS-TRANS-VALIDA
               AND WS-RESULTADO-PREVISTO < ZERO
               AND NOT WS-SIN-RETENCIONES
               PERFORM SUMAR-RETENCIONES
               IF WS-TOTAL-RETENIDO > ZERO
                   AND AM-SALDO + WS-RESULTADO-PREVISTO
                       < WS-TOTAL-RETENIDO
                   MOVE "R019" TO WS-REASON-CODE
                   MOVE 'N' TO WS-TRANS-VALIDA-SW
                   MOVE WS-TOTAL-RETENIDO TO WS-LD-LIMITE
                   MOVE "FONDOS RETENIDOS" TO WS-LD-MOTIVO
                   PERFORM ESCRIBIR-EXCESO-LIMITE
               END-IF
           END-IF.

       SUMAR-RETENCIONES.
      *    A hold counts through its expiry date; one past it has
      *    dropped off, whether or not the holds report has cleared it
      *    from the file yet.
           MOVE ZERO TO WS-TOTAL-RETENIDO
           MOVE 'N' TO WS-RETENCION-FIN-SW
           MOVE WS-CUENTA TO RH-CUENTA
           MOVE LOW-VALUES TO RH-RETENCION
           START RETENCION-FILE KEY NOT LESS THAN RH-CLAVE
               INVALID KEY
                   SET WS-RETENCION-FIN TO TRUE
           END-START
           PERFORM UNTIL WS-RETENCION-FIN
               READ RETENCION-FILE NEXT
                   AT END
                       SET WS-RETENCION-FIN TO TRUE
                   NOT AT END
                       IF RH-CUENTA NOT = WS-CUENTA
                           SET WS-RETENCION-FIN TO TRUE
                       ELSE
                           IF RH-FECHA-VENCE = ZERO
                               OR RH-FECHA-VENCE NOT < WS-RUN-DATE
                               ADD RH-IMPORTE TO WS-TOTAL-RETENIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-RESULTADO-PREVISTO.
      *    Mirrors the EJECUTAR-* arithmetic exactly; any divergence
      *    here would let through what posting refuses or refuse what
               WHEN "P"
                   COMPUTE WS-RESULTADO-PREVISTO ROUNDED =
                       NUM1 * WS-TASA-APLICADA / 100
               WHEN "X"
                   IF WS-LADO-CREDITO
                       MOVE NUM1 TO WS-RESULTADO-PREVISTO
                   ELSE
                       COMPUTE WS-RESULTADO-PREVISTO = ZERO - NUM1
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PREVISTO-OK-SW
           END-EVALUATE.
                   PERFORM EJECUTAR-DIVISION
               WHEN "P"
                   PERFORM EJECUTAR-TASA
               WHEN "X"
                   PERFORM EJECUTAR-TRASPASO
               WHEN "R"
                   PERFORM EJECUTAR-REVERSO
               WHEN OTHER
                   MOVE "E004" TO WS-REASON-CODE
                   PERFORM ESCRIBIR-EXCEPCION
           END-EVALUATE.

       EJECUTAR-TRASPASO.
      *    Both balances move before either leg writes its report,
      *    extract or audit entry, so a failed rewrite can never leave
      *    one leg on the trail without the other.  A credit leg that
      *    fails to post backs the debit leg out again before the run
      *    aborts, and the restart re-presents the whole transfer.
           MOVE WS-CUENTA TO WS-TRASPASO-ORIGEN
           MOVE WS-CUENTA TO WS-PATA1-CUENTA
           COMPUTE RESULTADO = ZERO - NUM1
           MOVE RESULTADO TO WS-PATA1-RESULTADO
           PERFORM RELEER-CUENTA
           IF NOT WS-ABORT-RUN
               PERFORM CONTABILIZAR-CUENTA
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE WS-CUENTA-DESTINO TO WS-CUENTA
               MOVE NUM1 TO RESULTADO
               PERFORM RELEER-CUENTA
               IF NOT WS-ABORT-RUN
                   PERFORM CONTABILIZAR-CUENTA
               END-IF
               IF WS-ABORT-RUN
                   PERFORM ANULAR-PRIMERA-PATA
               END-IF
           END-IF
      *    The legs take consecutive references, debit first, so each
      *    can name the other as its ENLACE.
           IF NOT WS-ABORT-RUN
               MOVE WS-TRASPASO-ORIGEN TO WS-CUENTA
               COMPUTE RESULTADO = ZERO - NUM1
               MOVE "TRASPASO DEBE" TO WS-OPERACION
               MOVE WS-RUN-DATE TO WS-EN-FECHA
               MOVE WS-RUN-NUMERO TO WS-EN-CORRIDA
               COMPUTE WS-EN-SECUENCIA = WS-REF-CONTADOR + 2
               PERFORM ESCRIBIR-DETALLE
               MOVE WS-REFERENCIA-X TO WS-ENLACE-X
               MOVE WS-CUENTA-DESTINO TO WS-CUENTA
               MOVE NUM1 TO RESULTADO
               MOVE "TRASPASO HABER" TO WS-OPERACION
               PERFORM ESCRIBIR-DETALLE
           END-IF
           MOVE WS-TRASPASO-ORIGEN TO WS-CUENTA
           MOVE SPACES TO WS-ENLACE-X.

       RELEER-CUENTA.
      *    The edits read both legs' records; each leg is read again
      *    just ahead of its rewrite so the record in the buffer is
      *    the one being posted.
           MOVE WS-CUENTA TO AM-CUENTA
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "OPERACIONES_BASICAS: ERROR AL LEER "
                       "ACCTMAST CUENTA " WS-CUENTA " - FILE STATUS="
                       WS-ACCOUNT-STATUS
                   SET WS-ABORT-RUN TO TRUE
           END-READ.

       ANULAR-PRIMERA-PATA.
      *    Backs the first leg of a two-leg posting (a transfer or the
      *    reversal of one) out of the master when the second leg
      *    fails to post.
           MOVE WS-PATA1-CUENTA TO AM-CUENTA
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "OPERACIONES_BASICAS: NO SE PUDO ANULAR LA "
                       "PRIMERA PATA - CUENTA " WS-PATA1-CUENTA
               NOT INVALID KEY
                   SUBTRACT WS-PATA1-RESULTADO FROM AM-SALDO
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS NOT = "00"
                       DISPLAY "OPERACIONES_BASICAS: NO SE PUDO ANULAR "
                           "LA PRIMERA PATA - CUENTA "
                           WS-PATA1-CUENTA " - FILE STATUS="
                           WS-ACCOUNT-STATUS
                   ELSE
                       SUBTRACT 1 FROM WS-POSTED-COUNT
                       SUBTRACT WS-PATA1-RESULTADO FROM WS-POSTED-TOTAL
                   END-IF
           END-READ.

       EJECUTAR-REVERSO.
      *    Same discipline as a transfer: every leg's balance moves
      *    before any leg writes its report, extract or audit entry,
      *    and a second leg that fails to post backs the first out.
      *    Each reversal entry names the original as its ENLACE, and
      *    the original is marked reversed with the reversal's
      *    reference.
           MOVE 1 TO WS-REV-IX
           PERFORM CONTABILIZAR-PATA-REVERSO
           IF NOT WS-ABORT-RUN AND WS-REV-PATAS > 1
               MOVE WS-CUENTA TO WS-PATA1-CUENTA
               MOVE RESULTADO TO WS-PATA1-RESULTADO
               MOVE 2 TO WS-REV-IX
               PERFORM CONTABILIZAR-PATA-REVERSO
               IF WS-ABORT-RUN
                   PERFORM ANULAR-PRIMERA-PATA
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REV-PATAS
                   PERFORM ESCRIBIR-PATA-REVERSO
               END-PERFORM
           END-IF
           MOVE WS-RV-CUENTA (1) TO WS-CUENTA
           MOVE SPACES TO WS-ENLACE-X.

       CONTABILIZAR-PATA-REVERSO.
           MOVE WS-RV-CUENTA (WS-REV-IX) TO WS-CUENTA
           COMPUTE RESULTADO = ZERO - WS-RV-RESULTADO (WS-REV-IX)
           PERFORM RELEER-CUENTA
           IF NOT WS-ABORT-RUN
               PERFORM CONTABILIZAR-CUENTA
           END-IF.

       ESCRIBIR-PATA-REVERSO.
           MOVE WS-RV-CUENTA (WS-REV-IX) TO WS-CUENTA
           COMPUTE RESULTADO = ZERO - WS-RV-RESULTADO (WS-REV-IX)
           MOVE WS-RV-REFERENCIA (WS-REV-IX) TO WS-ENLACE-X
           MOVE "REVERSO" TO WS-OPERACION
           PERFORM ESCRIBIR-DETALLE
           IF NOT WS-ABORT-RUN
               PERFORM MARCAR-REVERSADA
           END-IF.

       MARCAR-REVERSADA.
      *    The reversal already posted; a master that cannot be marked
      *    is reported, and a second reversal of the same reference
      *    would then have to be caught on the audit trail.
           MOVE WS-RV-REFERENCIA (WS-REV-IX) TO RF-REFERENCIA
           READ REFERENCIA-FILE
               INVALID KEY
                   DISPLAY "OPERACIONES_BASICAS: REFERENCIA "
                       WS-RV-REFERENCIA (WS-REV-IX)
                       " NO HALLADA AL MARCAR EL REVERSO"
               NOT INVALID KEY
                   SET RF-REVERSADA TO TRUE
                   MOVE WS-REFERENCIA-X TO RF-REVERSO
                   REWRITE REFERENCIA-RECORD
                       INVALID KEY
                           DISPLAY "OPERACIONES_BASICAS: NO SE PUDO "
                               "MARCAR LA REFERENCIA "
                               WS-RV-REFERENCIA (WS-REV-IX)
                               " - FILE STATUS=" WS-REFERENCIA-STATUS
                   END-REWRITE
           END-READ.

       EJECUTAR-TASA.
      *    The rate travels to the report and the audit log through
      *    NUM2, so the detail line shows the rate actually applied
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF

           IF WS-BATCH-MODE
               ADD 1 TO WS-REF-CONTADOR
               MOVE WS-RUN-DATE TO WS-REF-FECHA
               MOVE WS-RUN-NUMERO TO WS-REF-CORRIDA
               MOVE WS-REF-CONTADOR TO WS-REF-SECUENCIA
           ELSE
               MOVE SPACES TO WS-REFERENCIA-X
           END-IF

           MOVE WS-OPERACION TO WS-RD-OPERACION
           MOVE NUM1 TO WS-RD-NUM1
           MOVE NUM2 TO WS-RD-NUM2
               MOVE SPACES TO WS-RD-MONEDA-INFO
           END-IF
           MOVE WS-FECHA-VALOR TO WS-RD-FVAL
           MOVE WS-REFERENCIA-X TO WS-RD-REFERENCIA
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-DETAIL-COUNT
           ADD RESULTADO TO WS-TOTAL-RESULTADO
      *    A transfer's or a reversal's legs are already posted by
      *    EJECUTAR-TRASPASO / EJECUTAR-REVERSO.
           IF WS-BATCH-MODE
               PERFORM ACUMULAR-SUBTOTAL-FUENTE
               IF WS-OPCODE = "R"
                   ADD 1 TO WS-REVERSO-COUNT
                   ADD RESULTADO TO WS-REVERSO-TOTAL
               END-IF
               IF WS-OPCODE NOT = "X" AND WS-OPCODE NOT = "R"
                   PERFORM CONTABILIZAR-CUENTA
               END-IF
           END-IF
      *    A failed posting aborts the run and the record will be
      *    re-presented by the restart, so its extract and audit
      *    entries are left for that rerun to write - once.
           IF WS-BATCH-MODE AND NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-EXTRACTO-GL
               PERFORM ACUMULAR-LIQUIDACION
               IF WS-SEG-APROBADO
                   PERFORM MARCAR-APROBACION-CONTABILIZADA
               END-IF
               ADD WS-VALOR-ITEM TO WS-SEG-VALOR
               MOVE ZERO TO WS-VALOR-ITEM
               IF WS-FECHA-RETRO
                   PERFORM ESCRIBIR-RETROACTIVA
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-AUDITORIA
           END-IF
           IF WS-BATCH-MODE AND NOT WS-ABORT-RUN
               PERFORM ESCRIBIR-REFERENCIA
           END-IF.

       ESCRIBIR-REFERENCIA.
      *    A lost entry only costs the chance to reverse that one
      *    operation by reference; the posting itself stands, so the
      *    run carries on with a warning.
           MOVE WS-REFERENCIA-X TO RF-REFERENCIA
           MOVE WS-CUENTA TO RF-CUENTA
           MOVE WS-FECHA-VALOR TO RF-FECHA-VALOR
           MOVE WS-OPCODE TO RF-OPCODE
           MOVE RESULTADO TO RF-RESULTADO
           MOVE SPACE TO RF-ESTADO
           MOVE WS-ENLACE-X TO RF-ENLACE
           MOVE SPACES TO RF-REVERSO
           WRITE REFERENCIA-RECORD
               INVALID KEY
                   DISPLAY "OPERACIONES_BASICAS: NO SE PUDO REGISTRAR "
                       "LA REFERENCIA " WS-REFERENCIA-X
                       " EN REFMAST - FILE STATUS="
                       WS-REFERENCIA-STATUS
           END-WRITE.

       ABRIR-EXTRACTO-GL.
      *    A restart must pick the extract up where the failed run
      *    left it: those D records cover operations really posted to
           MOVE NUM2 TO GL-NUM2
           MOVE RESULTADO TO GL-RESULTADO
           MOVE WS-CUENTA TO GL-CUENTA
           MOVE WS-ENLACE-X TO GL-ENLACE
           MOVE WS-REFERENCIA-X TO GL-REFERENCIA
           WRITE GL-DETAIL-RECORD
           ADD 1 TO WS-GL-COUNT
           ADD RESULTADO TO WS-GL-HASH-RESULTADO.
           MOVE WS-GL-HASH-RESULTADO TO GLT-HASH-RESULTADO
           WRITE GL-TRAILER-RECORD.

       RESERVAR-LIQUIDACION.
      *    Finds - or opens - the detail's branch and value-date slot
      *    before anything posts.
           MOVE ZERO TO WS-LIQ-ACTUAL
           PERFORM VARYING WS-LIQ-IX FROM 1 BY 1
               UNTIL WS-LIQ-IX > WS-LIQ-COUNT OR WS-LIQ-ACTUAL > 0
               IF WS-LQ-FUENTE (WS-LIQ-IX) = WS-FUENTE
                   AND WS-LQ-FECHA (WS-LIQ-IX) = WS-FECHA-VALOR
                   MOVE WS-LIQ-IX TO WS-LIQ-ACTUAL
               END-IF
           END-PERFORM
           IF WS-LIQ-ACTUAL = ZERO
               IF WS-LIQ-COUNT NOT < WS-LIQ-MAX
                   DISPLAY "OPERACIONES_BASICAS: TABLA DE LIQUIDACION "
                       "LLENA - FUENTE " WS-FUENTE " FECHA "
                       WS-FECHA-VALOR " - EJECUCION ABORTADA"
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   ADD 1 TO WS-LIQ-COUNT
                   MOVE WS-LIQ-COUNT TO WS-LIQ-ACTUAL
                   MOVE WS-FUENTE TO WS-LQ-FUENTE (WS-LIQ-ACTUAL)
                   MOVE WS-FECHA-VALOR TO WS-LQ-FECHA (WS-LIQ-ACTUAL)
                   MOVE ZERO TO WS-LQ-COUNT (WS-LIQ-ACTUAL)
                   MOVE ZERO TO WS-LQ-TOTAL (WS-LIQ-ACTUAL)
               END-IF
           END-IF.

       ACUMULAR-LIQUIDACION.
      *    Every entry posted counts, as on GLOUT: a transfer's or a
      *    reversal's legs count one each and net out between them.
           PERFORM RESERVAR-LIQUIDACION
           IF WS-LIQ-ACTUAL > 0
               ADD 1 TO WS-LQ-COUNT (WS-LIQ-ACTUAL)
               ADD RESULTADO TO WS-LQ-TOTAL (WS-LIQ-ACTUAL)
           END-IF.

       SEMBRAR-LIQUIDACION.
      *    A restart carries on from the settlement the failed run
      *    wrote, as ABRIR-EXTRACTO-GL does with the extract.
           OPEN INPUT LIQUIDACION-FILE
           IF WS-LIQ-STATUS = "00"
               PERFORM UNTIL WS-LIQ-EOF
                   READ LIQUIDACION-FILE
                       AT END
                           SET WS-LIQ-EOF TO TRUE
                       NOT AT END
                           IF LQ-TIPO = "D"
                               AND LQ-COUNT IS NUMERIC
                               AND LQ-RESULTADO IS NUMERIC
                               AND WS-LIQ-COUNT < WS-LIQ-MAX
                               ADD 1 TO WS-LIQ-COUNT
                               MOVE LQ-FUENTE
                                   TO WS-LQ-FUENTE (WS-LIQ-COUNT)
                               MOVE LQ-FECHA-VALOR
                                   TO WS-LQ-FECHA (WS-LIQ-COUNT)
                               MOVE LQ-COUNT
                                   TO WS-LQ-COUNT (WS-LIQ-COUNT)
                               MOVE LQ-RESULTADO
                                   TO WS-LQ-TOTAL (WS-LIQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIQUIDACION-FILE
           END-IF.

       ESCRIBIR-LIQUIDACION.
      *    The trailer follows the GLOUT rule: a run that aborted or
      *    failed its batch controls leaves the extract without one.
           OPEN OUTPUT LIQUIDACION-FILE
           IF WS-LIQ-STATUS NOT = "00"
               DISPLAY "OPERACIONES_BASICAS: ERROR AL ABRIR LIQOUT - "
                   "FILE STATUS=" WS-LIQ-STATUS
               SET WS-CTL-ERROR TO TRUE
           ELSE
               MOVE ZERO TO WS-LIQ-REG-COUNT
               MOVE ZERO TO WS-LIQ-MOV-COUNT
               MOVE ZERO TO WS-LIQ-TOTAL
               PERFORM VARYING WS-LIQ-IX FROM 1 BY 1
                   UNTIL WS-LIQ-IX > WS-LIQ-COUNT
                   IF WS-LQ-COUNT (WS-LIQ-IX) > ZERO
                       MOVE SPACES TO LIQ-DETAIL-RECORD
                       MOVE "D" TO LQ-TIPO
                       MOVE WS-LQ-FUENTE (WS-LIQ-IX) TO LQ-FUENTE
                       MOVE WS-LQ-FECHA (WS-LIQ-IX) TO LQ-FECHA-VALOR
                       MOVE WS-LQ-COUNT (WS-LIQ-IX) TO LQ-COUNT
                       MOVE WS-LQ-TOTAL (WS-LIQ-IX) TO LQ-RESULTADO
                       MOVE WS-RUN-DATE TO LQ-FECHA-PROCESO
                       WRITE LIQ-DETAIL-RECORD
                       ADD 1 TO WS-LIQ-REG-COUNT
                       ADD WS-LQ-COUNT (WS-LIQ-IX) TO WS-LIQ-MOV-COUNT
                       ADD WS-LQ-TOTAL (WS-LIQ-IX) TO WS-LIQ-TOTAL
                   END-IF
               END-PERFORM
               IF NOT WS-ABORT-RUN AND NOT WS-CTL-ERROR
                   MOVE SPACES TO LIQ-TRAILER-RECORD
                   MOVE "T" TO LQT-TIPO
                   MOVE WS-LIQ-REG-COUNT TO LQT-REG-COUNT
                   MOVE WS-LIQ-MOV-COUNT TO LQT-MOV-COUNT
                   MOVE WS-LIQ-TOTAL TO LQT-RESULTADO
                   WRITE LIQ-TRAILER-RECORD
               END-IF
               CLOSE LIQUIDACION-FILE
           END-IF.

       CONTABILIZAR-CUENTA.
      *    VALIDAR-CUENTA already read the master record for this
      *    transaction's account, so the running balance is current in
      *    Batch runs are unattended; the operator field stays blank
      *    there and carries the signed-on id in a session.
           MOVE WS-OPERADOR-ID TO WS-AD-OPER
           MOVE WS-ENLACE-X TO WS-AD-ENLACE
           MOVE WS-REFERENCIA-X TO WS-AD-REFERENCIA
           MOVE WS-AUDIT-DETAIL TO AUDIT-LINE
           WRITE AUDIT-LINE.

           STRING "EXCEP-" WS-REASON-CODE DELIMITED BY SIZE
               INTO WS-OPERACION
           MOVE ZERO TO RESULTADO
           MOVE SPACES TO WS-REFERENCIA-X
           PERFORM ESCRIBIR-AUDITORIA.

       ESCRIBIR-RECHAZO.
               WHEN "R013"
                   MOVE "FECHA VALOR DEMASIADO ATRAS"
                       TO WS-RJ-DESCRIPCION
               WHEN "R014"
                   MOVE SPACES TO WS-RJ-DESCRIPCION
                   STRING "TRASPASO INVALIDO A " WS-CUENTA-DESTINO
                       DELIMITED BY SIZE INTO WS-RJ-DESCRIPCION
               WHEN "R015"
                   MOVE "REFERENCIA DESCONOCIDA" TO WS-RJ-DESCRIPCION
               WHEN "R016"
                   MOVE "REFERENCIA YA REVERSADA" TO WS-RJ-DESCRIPCION
               WHEN "R017"
                   MOVE "REFERENCIA DE MES CERRADO"
                       TO WS-RJ-DESCRIPCION
               WHEN "R018"
                   MOVE "CUENTA NO COINCIDE CON REF"
                       TO WS-RJ-DESCRIPCION
               WHEN "R019"
                   MOVE SPACES TO WS-RJ-DESCRIPCION
                   STRING "FONDOS RETENIDOS " WS-CUENTA
                       DELIMITED BY SIZE INTO WS-RJ-DESCRIPCION
               WHEN "R020"
                   MOVE SPACES TO WS-RJ-DESCRIPCION
                   STRING "LOTE NO AUTORIZADO " WS-SEG-FUENTE
                       DELIMITED BY SIZE INTO WS-RJ-DESCRIPCION
               WHEN "R021"
                   MOVE SPACES TO WS-RJ-DESCRIPCION
                   STRING "SUCURSAL NO VALIDA " WS-FUENTE
                       DELIMITED BY SIZE INTO WS-RJ-DESCRIPCION
               WHEN "R022"
                   MOVE SPACES TO WS-RJ-DESCRIPCION
                   STRING "OPERACION NO AUTORIZADA " WS-FUENTE
                       DELIMITED BY SIZE INTO WS-RJ-DESCRIPCION
               WHEN "R023"
                   MOVE SPACES TO WS-RJ-DESCRIPCION
                   STRING "EXCEDE TOPE LOTE " WS-SEG-FUENTE
                       DELIMITED BY SIZE INTO WS-RJ-DESCRIPCION
               WHEN "R024"
                   MOVE "APROBACION NO VALIDA" TO WS-RJ-DESCRIPCION
               WHEN "R025"
                   MOVE "DECLINADO POR SUPERVISOR"
                       TO WS-RJ-DESCRIPCION
               WHEN OTHER
                   MOVE "RECHAZO NO CLASIFICADO" TO WS-RJ-DESCRIPCION
           END-EVALUATE
               MOVE 1 TO WS-CICLO-PROX
           END-IF
           MOVE WS-CICLO-PROX TO TR-CICLO
      *    An approved item carries its queue id in TR-REFERENCIA; it
      *    goes back with the reference it was keyed with, so a
      *    standing order still names its order and the correction is
      *    resubmitted as the original item.
           IF WS-SEG-APROBADO
               MOVE TR-REFERENCIA TO AP-ID
               READ APROBACION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AP-TRANS-DATA(57:18) TO TR-REFERENCIA
               END-READ
           END-IF
           MOVE TRANS-RECORD TO RC-TRANS-DATA
           MOVE WS-REASON-CODE TO RC-REASON-CODE
           MOVE WS-CICLO-PROX TO RC-CICLO
           WRITE REPORT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-RT-SKIPPED-COUNT
           MOVE WS-REPORT-TRAILER-5 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REVERSO-COUNT TO WS-RT-REVERSO-COUNT
           MOVE WS-REPORT-TRAILER-6 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REVERSO-TOTAL TO WS-RT-REVERSO-TOTAL
           MOVE WS-REPORT-TRAILER-7 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PENDIENTES-COUNT TO WS-RT-PENDIENTES-COUNT
           MOVE WS-REPORT-TRAILER-8 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PENDIENTES-TOTAL TO WS-RT-PENDIENTES-TOTAL
           MOVE WS-REPORT-TRAILER-9 TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM OPERACIONES_BASICAS.
