      *                  released to the control file LIBECTL so the
      *                  morning control report can cross-foot them
      *                  against the LIBERA-C entries in the log.
      *   15/10/2026 BT  Stamp the fixed batch operator and terminal
      *                  (LOTE) on every transaction-log entry,
      *                  whose record now carries both (79 bytes).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           MOVE TAB-IMPORTE (WS-IDX) TO LOG-IMPORTE
           MOVE ACCT-BALANCE TO LOG-SALDO-ANTERIOR
           MOVE ACCT-BALANCE TO LOG-SALDO-NUEVO
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       CERRAR-MAESTROS.
