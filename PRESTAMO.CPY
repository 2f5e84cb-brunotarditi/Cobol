      ******************************************************************
      * Copybook: PRESTAMO.CPY
      * Purpose: Shared installment-loan record layout. INCLUDEd by
      *          every program that opens LOAN-MASTER-FILE (PRESMAST),
      *          keyed by the six-digit loan number assigned in
      *          sequence when the loan is granted. Each loan is
      *          linked to the demand account it was disbursed to,
      *          which is also the account every installment is
      *          collected from, and to the TITUMAST customer who owes
      *          it. The rate is the nominal annual rate agreed at
      *          origination (0.NNNNNN), charged monthly on the
      *          outstanding principal; the installment is level
      *          (French system) and its breakdown lives in the
      *          schedule file CUOTMAST (CUOTA.CPY). PRE-SALDO-CAPITAL
      *          and PRE-CUOTAS-COBRADAS move only when an installment
      *          is collected; a loan whose last installment is
      *          collected is closed as cancelled.
      ******************************************************************
       01  PRE-RECORD.
           05  PRE-NUMERO             PIC X(06).
           05  PRE-CUENTA             PIC X(06).
           05  PRE-TITULAR            PIC X(06).
           05  PRE-CAPITAL            PIC S9(06)V99.
           05  PRE-TASA-ANUAL         PIC 9V9(06).
           05  PRE-CANTIDAD-CUOTAS    PIC 9(03).
           05  PRE-IMPORTE-CUOTA      PIC S9(06)V99.
           05  PRE-FECHA-ALTA         PIC 9(06).
           05  PRE-FECHA-PRIMER-VTO   PIC 9(06).
           05  PRE-SALDO-CAPITAL      PIC S9(06)V99.
           05  PRE-CUOTAS-COBRADAS    PIC 9(03).
           05  PRE-ESTADO             PIC X(01).
               88  PRESTAMO-VIGENTE   VALUE "V".
               88  PRESTAMO-CANCELADO VALUE "C".
           05  PRE-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(10).
