      *                  order posting and the closure enforce. The
      *                  run still works when EMBARGOS is not
      *                  present.
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

       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD          PIC X(90).
           MOVE WS-SALDO-ANTERIOR TO LOG-IMPORTE
           MOVE WS-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE 0 TO LOG-SALDO-NUEVO
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       ESCRIBIR-RESUMEN.
