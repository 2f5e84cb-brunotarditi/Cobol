      *                  files must be reorganised to the new length.
      *                  A blank fee on records written before this
      *                  change charges nothing.
      *   15/10/2026 BT  Add the ceiling up to which a supervisor may
      *                  override the daily withdrawal limits at the
      *                  cashier: the highest daily total and the
      *                  highest daily count of withdrawals that an
      *                  override can reach. The record grows from 72
      *                  to 81 bytes: existing PRODMAST files must be
      *                  reorganised to the new length. A blank or
      *                  zero ceiling allows no override.
      ******************************************************************
       01  PROD-RECORD.
           05  PROD-CODIGO            PIC X(02).
           05  PROD-TASA-DEBITO       PIC 9V9(06).
           05  PROD-COMISION-MANT     PIC S9(03)V99.
           05  PROD-SALDO-EXENTO      PIC S9(05)V99.
           05  PROD-TOPE-EXCEPCION    PIC S9(05)V99.
           05  PROD-MAX-RETIROS-EXCEP PIC 9(02).
           05  FILLER                 PIC X(01).
