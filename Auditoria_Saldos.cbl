      *                  so nothing a terminal writes to TRANSLOG
      *                  during the close can fall between the
      *                  report and the archive.
      *   15/10/2026 BT  Carry the operator id and terminal now
      *                  stamped on every transaction-log entry
      *                  (record widened to 79 bytes).
      *   15/10/2026 BT  Credit approved back-office adjustments
      *                  (AJUS-CRE); AJUS-DEB debits like any
      *                  withdrawal.
      *   15/10/2026 BT  Credit the principal and the interest paid
      *                  back at the maturity of a fixed-term deposit
      *                  (PF-VTO, PF-INT); the placement (PF-ALTA)
      *                  debits like any withdrawal.
      *   15/10/2026 BT  Credit the disbursement of an installment
      *                  loan (PR-DESEM); the installments collected
      *                  (PR-CAP, PR-INT) debit like any withdrawal.
      *   15/10/2026 BT  Pass over the nightly interest accrual
      *                  (DEVENGO), which leaves the balance as it
      *                  stands until month-end capitalisation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY CUENTA.

       FD  TRANSACTION-LOG-FILE.
       01  LOG-RECORD                 PIC X(79).

       FD  SORTED-LOG-FILE.
       01  SORTED-RECORD.
           05  SRT-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  SRT-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  SRT-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  SRT-TERMINAL           PIC X(04).

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-SALDO-NUEVO         PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  SW-REFERENCIA          PIC X(06).
           05  FILLER                 PIC X(01).
           05  SW-OPERADOR            PIC X(06).
           05  FILLER                 PIC X(01).
           05  SW-TERMINAL            PIC X(04).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
                   ADD SRT-IMPORTE TO WS-SALDO-CALCULADO
               WHEN "INTERES"
                   ADD SRT-IMPORTE TO WS-SALDO-CALCULADO
               WHEN "AJUS-CRE"
                   ADD SRT-IMPORTE TO WS-SALDO-CALCULADO
               WHEN "PF-VTO"
                   ADD SRT-IMPORTE TO WS-SALDO-CALCULADO
               WHEN "PF-INT"
                   ADD SRT-IMPORTE TO WS-SALDO-CALCULADO
               WHEN "PR-DESEM"
                   ADD SRT-IMPORTE TO WS-SALDO-CALCULADO
               WHEN "LIBERA-C"
                   CONTINUE
               WHEN "DEVENGO"
                   CONTINUE
               WHEN OTHER
                   SUBTRACT SRT-IMPORTE FROM WS-SALDO-CALCULADO
           END-EVALUATE.
