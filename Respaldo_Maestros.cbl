      *                  proved against the unload before the reload
      *                  begins, so a short backup can no longer
      *                  destroy the only complete copy.
      *   15/10/2026 BT  PRODBACK follows the product record to its
      *                  new 81-byte length.
      *   15/10/2026 BT  ACCTBACK follows the account record to its
      *                  new 76-byte length.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY CUENTA.

       FD  ACCOUNT-BACKUP-FILE.
       01  ACCOUNT-BACKUP-RECORD      PIC X(76).

       FD  CUSTOMER-MASTER-FILE.
           COPY CLIENTE.
           COPY PRODUCTO.

       FD  PRODUCT-BACKUP-FILE.
       01  PRODUCT-BACKUP-RECORD      PIC X(81).

       FD  ORDER-MASTER-FILE.
           COPY ORDEN.
           05  WSC-BALANCE            PIC S9(07)V99.
           05  FILLER                 PIC X(24).
           05  WSC-SALDO-PENDIENTE    PIC S9(07)V99.
           05  FILLER                 PIC X(24).
       01 WS-FALLAS PIC 9(02) VALUE 0.

       01 WS-LINEA-CONTROL.
