      ******************************************************************
      * Copybook: CUOTA.CPY
      * Purpose: Shared loan-installment record layout. INCLUDEd by
      *          every program that opens INSTALLMENT-FILE (CUOTMAST),
      *          the amortisation schedule generated in full when a
      *          loan is granted. Keyed by the loan number followed by
      *          the installment number, so reading the file in key
      *          order gives each loan's installments oldest first.
      *          Every installment carries its due date, the level
      *          amount, its capital and interest parts and the
      *          principal still owed once it is paid. An installment
      *          the nightly collection could not take on or after
      *          its due date is flagged in arrears ("M") and retried
      *          every night until it is collected. CUO-FECHA-ULT-
      *          INTENTO guards a rerun of the nightly job: an
      *          installment already handled on the processing date
      *          is never handled again for that date.
      ******************************************************************
       01  CUO-RECORD.
           05  CUO-CLAVE.
               10  CUO-PRESTAMO       PIC X(06).
               10  CUO-NUMERO         PIC 9(03).
           05  CUO-FECHA-VTO          PIC 9(06).
           05  CUO-IMPORTE            PIC S9(06)V99.
           05  CUO-CAPITAL            PIC S9(06)V99.
           05  CUO-INTERES            PIC S9(06)V99.
           05  CUO-SALDO-CAPITAL      PIC S9(06)V99.
           05  CUO-ESTADO             PIC X(01).
               88  CUOTA-PENDIENTE    VALUE "P".
               88  CUOTA-COBRADA      VALUE "C".
               88  CUOTA-EN-MORA      VALUE "M".
           05  CUO-FECHA-COBRO        PIC 9(06).
           05  CUO-FECHA-ULT-INTENTO  PIC 9(06).
           05  FILLER                 PIC X(10).
