      ******************************************************************
      * Copybook: RETENIDA.CPY
      * Purpose: Shared held-transfer record layout (INTERRET), keyed
      *          by a running hold number. An outgoing instruction
      *          from INTERPEN or an incoming transfer from INTERENT
      *          whose counterparty may be on the watch list is held
      *          here, whole, instead of being dispatched or credited.
      *          Compliance clears it ("L", and the interbank job of
      *          its direction dispatches or credits it the next
      *          night, "P" once done) or confirms the match ("C",
      *          and the funds stay held). RET-ITEM is the original
      *          record image, in the INTERPEN layout for an outgoing
      *          hold and the INTERENT layout for an incoming one.
      ******************************************************************
       01  RET-RECORD.
           05  RET-NUMERO             PIC 9(08).
           05  RET-SENTIDO            PIC X(01).
               88  RETENIDA-SALIENTE  VALUE "S".
               88  RETENIDA-ENTRANTE  VALUE "E".
           05  RET-ESTADO             PIC X(01).
               88  RETENIDA-PENDIENTE VALUE "R".
               88  RETENIDA-LIBERADA  VALUE "L".
               88  RETENIDA-CONFIRMADA VALUE "C".
               88  RETENIDA-PROCESADA VALUE "P".
           05  RET-FECHA-RETENCION    PIC 9(06).
           05  RET-FECHA-DECISION     PIC 9(06).
           05  RET-OPERADOR           PIC X(06).
           05  RET-LISTA-NOMBRE       PIC X(30).
           05  RET-ITEM               PIC X(102).
           05  FILLER                 PIC X(10).
