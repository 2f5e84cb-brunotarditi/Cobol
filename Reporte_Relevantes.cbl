      *                  handle after the archive pass belongs to
      *                  the next day and must not enter tonight's
      *                  output a day early.
      *   15/10/2026 BT  Carry the operator id and terminal now
      *                  stamped on every transaction-log entry
      *                  (record widened to 79 bytes).
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

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
