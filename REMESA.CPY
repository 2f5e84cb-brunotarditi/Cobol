      ******************************************************************
      * Copybook: REMESA.CPY
      * Purpose: Shared tax-remittance register record layout.
      *          INCLUDEd by every program that opens the remittance
      *          register REMEREG: the remittance report appends one
      *          record for every range it is run for, with the count
      *          and total of the IMPUESTO entries the authority is
      *          paid, and the year-end interest certificate run reads
      *          it back to reconcile the tax certified to customers
      *          with the tax remitted in the year. A range run again
      *          is appended again; the readers keep the latest figure
      *          for each range.
      ******************************************************************
       01  REM-RECORD.
           05  REM-FECHA-DESDE        PIC 9(06).
           05  REM-FECHA-HASTA        PIC 9(06).
           05  REM-FECHA-EMISION      PIC 9(06).
           05  REM-RETENCIONES        PIC 9(07).
           05  REM-TOTAL              PIC S9(09)V99.
           05  FILLER                 PIC X(10).
