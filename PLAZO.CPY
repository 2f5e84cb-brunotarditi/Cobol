      ******************************************************************
      * Copybook: PLAZO.CPY
      * Purpose: Shared fixed-term deposit (plazo fijo) record layout.
      *          INCLUDEd by every program that opens TERM-DEPOSIT-FILE
      *          (PLAZMAST), keyed by the six-digit certificate number
      *          assigned in sequence when the deposit is placed. Each
      *          certificate is linked to the demand account it was
      *          funded from, which is also the account that receives
      *          the principal and the interest at maturity. The rate
      *          is the nominal annual rate agreed at placement
      *          (0.NNNNNN); interest runs on a 365-day year for the
      *          days of the term. PLZ-FECHA-ULT-PROCESO guards a rerun
      *          of the nightly maturity job: a certificate already
      *          matured or renewed on the processing date is never
      *          processed again for that date.
      ******************************************************************
       01  PLZ-RECORD.
           05  PLZ-CERTIFICADO        PIC X(06).
           05  PLZ-CUENTA             PIC X(06).
           05  PLZ-CAPITAL            PIC S9(06)V99.
           05  PLZ-PLAZO-DIAS         PIC 9(03).
           05  PLZ-TASA-ANUAL         PIC 9V9(06).
           05  PLZ-FECHA-ALTA         PIC 9(06).
           05  PLZ-FECHA-VENCIMIENTO  PIC 9(06).
           05  PLZ-RENOVACION         PIC X(01).
               88  RENOVACION-AUTOMATICA VALUE "S".
           05  PLZ-ESTADO             PIC X(01).
               88  PLAZO-VIGENTE      VALUE "V".
               88  PLAZO-PAGADO       VALUE "P".
           05  PLZ-FECHA-ULT-PROCESO  PIC 9(06).
           05  PLZ-RENOVACIONES       PIC 9(02).
           05  PLZ-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(11).
