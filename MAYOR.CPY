      ******************************************************************
      * Copybook: MAYOR.CPY
      * Purpose: Shared general-ledger balance record layout. INCLUDEd
      *          by every program that opens GL-MASTER-FILE (GLBALMST),
      *          keyed by the eight-digit ledger account numbers the
      *          GL extract maps transaction types to (GLMAP or the
      *          mapping built into EXTRACTO-CONTABLE). Each record
      *          holds the balances of the last night posted: the
      *          opening balance, the debits and credits of that
      *          night's extract and the resulting closing balance.
      *          Balances are signed debit-positive: an asset account
      *          normally carries a positive balance, a liability or
      *          income account (customer deposits 21010001 among
      *          them) a negative one. GLB-FECHA-POSTEO is the run
      *          date of the night last posted and guards a rerun of
      *          the nightly chain: an account already posted for the
      *          run date is never posted again for that date.
      ******************************************************************
       01  GLB-RECORD.
           05  GLB-CUENTA             PIC X(08).
           05  GLB-FECHA-POSTEO       PIC 9(06).
           05  GLB-SALDO-APERTURA     PIC S9(13)V99.
           05  GLB-DEBITOS            PIC 9(13)V99.
           05  GLB-CREDITOS           PIC 9(13)V99.
           05  GLB-SALDO              PIC S9(13)V99.
           05  FILLER                 PIC X(10).
