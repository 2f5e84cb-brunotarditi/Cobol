      ******************************************************************
      * Copybook: CANJE.CPY
      * Purpose: Shared presented-cheque record layout. INCLUDEd by
      *          every program that opens the presentments file
      *          CAMARPRE: the nightly outward presentment, which adds
      *          one record for each CHEQPEND deposit it presents to
      *          the clearing house, and the clearing results load,
      *          which records the drawee bank's answer against it.
      *          CAN-REFERENCIA is the item reference sent in the
      *          presentment file CAMARSAL and quoted back in the
      *          results file CAMARENT: the presentment date (AAMMDD)
      *          followed by a six-digit sequence within that night.
      *          A presentment is tied to its queue entry by account,
      *          deposit date and amount, the same fields a returned
      *          cheque is matched on in CHEQDEVU. CAN-ESTADO is "E"
      *          while the item awaits its result, then "P" paid or
      *          "R" returned unpaid, dated in CAN-FECHA-RESULTADO.
      ******************************************************************
       01  CAN-RECORD.
           05  CAN-REFERENCIA         PIC 9(12).
           05  CAN-CUENTA             PIC X(06).
           05  CAN-FECHA-DEPOSITO     PIC 9(06).
           05  CAN-IMPORTE            PIC S9(06)V99.
           05  CAN-FECHA-PRESENTACION PIC 9(06).
           05  CAN-ESTADO             PIC X(01).
               88  CANJE-ENVIADO      VALUE "E".
               88  CANJE-PAGADO       VALUE "P".
               88  CANJE-RECHAZADO    VALUE "R".
           05  CAN-FECHA-RESULTADO    PIC 9(06).
           05  FILLER                 PIC X(10).
