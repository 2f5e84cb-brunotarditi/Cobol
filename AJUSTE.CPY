      ******************************************************************
      * Copybook: AJUSTE.CPY
      * Purpose: Shared manual-adjustment record layout. INCLUDEd by
      *          every program that opens ADJUSTMENT-FILE (AJUSTES),
      *          keyed by a six-digit adjustment number assigned in
      *          sequence when the adjustment is proposed. One
      *          operator proposes the credit or debit with a reason
      *          code and the date, time and account of the original
      *          TRANSLOG entry it corrects; it stays pending until a
      *          different supervisor approves it (only then does it
      *          post, as an AJUS-CRE or AJUS-DEB log entry) or
      *          rejects it. Decided adjustments stay on file with
      *          their supervisor and decision date for the audit
      *          trail.
      ******************************************************************
       01  AJU-RECORD.
           05  AJU-NUMERO             PIC X(06).
           05  AJU-CUENTA             PIC X(06).
           05  AJU-SENTIDO            PIC X(01).
               88  AJUSTE-CREDITO     VALUE "C".
               88  AJUSTE-DEBITO      VALUE "D".
           05  AJU-IMPORTE            PIC S9(06)V99.
           05  AJU-MOTIVO             PIC X(02).
           05  AJU-REF-FECHA          PIC 9(06).
           05  AJU-REF-HORA           PIC 9(08).
           05  AJU-REF-CUENTA         PIC X(06).
           05  AJU-REF-TIPO           PIC X(08).
           05  AJU-REF-IMPORTE        PIC S9(06)V99.
           05  AJU-ESTADO             PIC X(01).
               88  AJUSTE-PENDIENTE   VALUE "P".
               88  AJUSTE-APROBADO    VALUE "A".
               88  AJUSTE-RECHAZADO   VALUE "R".
           05  AJU-PROPONENTE         PIC X(06).
           05  AJU-FECHA-PROPUESTA    PIC 9(06).
           05  AJU-HORA-PROPUESTA     PIC 9(08).
           05  AJU-SUPERVISOR         PIC X(06).
           05  AJU-FECHA-DECISION     PIC 9(06).
           05  AJU-HORA-DECISION      PIC 9(08).
           05  FILLER                 PIC X(10).
