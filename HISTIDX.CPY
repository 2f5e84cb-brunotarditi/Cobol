      ******************************************************************
      * Copybook: HISTIDX.CPY
      * Purpose: Shared indexed transaction-history record layout
      *          (HISTIDX), keyed by account, date and time, so a
      *          one-account inquiry or statement goes straight to
      *          that account's movements instead of reading every
      *          partition and the live TRANSHIST. HIX-MOVIMIENTO
      *          carries the archived entry unchanged (79 bytes).
      *          HIX-SECUENCIA only tells apart entries of the same
      *          account stamped with the same date and time (an
      *          interest credit and its tax, the legs of a batch
      *          posting); the writer starts it at zero and steps it
      *          while the key is taken. The nightly reconciliation
      *          adds every entry it archives, the partition job
      *          removes the entries of every partition it purges,
      *          and INDICE-HISTORIA rebuilds the whole file from
      *          TRANSHIST and the partitions listed in HISTCAT.
      ******************************************************************
       01  HIX-RECORD.
           05  HIX-CLAVE.
               10  HIX-CLAVE-CUENTA   PIC X(06).
               10  HIX-CLAVE-FECHA    PIC 9(06).
               10  HIX-CLAVE-HORA     PIC 9(08).
               10  HIX-CLAVE-SECUENCIA PIC 9(04).
           05  HIX-MOVIMIENTO.
               10  HIX-DATE           PIC 9(06).
               10  FILLER             PIC X(01).
               10  HIX-TIME           PIC 9(08).
               10  FILLER             PIC X(01).
               10  HIX-ACCOUNT        PIC X(06).
               10  FILLER             PIC X(01).
               10  HIX-TIPO           PIC X(08).
               10  FILLER             PIC X(01).
               10  HIX-IMPORTE        PIC S9(06)V99.
               10  FILLER             PIC X(01).
               10  HIX-SALDO-ANTERIOR PIC S9(07)V99.
               10  FILLER             PIC X(01).
               10  HIX-SALDO-NUEVO    PIC S9(07)V99.
               10  FILLER             PIC X(01).
               10  HIX-REFERENCIA     PIC X(06).
               10  FILLER             PIC X(01).
               10  HIX-OPERADOR       PIC X(06).
               10  FILLER             PIC X(01).
               10  HIX-TERMINAL       PIC X(04).
