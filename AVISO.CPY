      ******************************************************************
      * Copybook: AVISO.CPY
      * Purpose: Shared customer-event record layout. INCLUDEd by
      *          every program that hands an event the customer must
      *          be told about to the nightly customer notification
      *          run, by appending it to the hand-off file AVISOPEN:
      *          the cheque returns (DEV-CHEQ), the cashier on a card
      *          locked by failed PIN attempts (PIN-BLOQ), the
      *          dormancy sweep (INACTIVA), the back office when a
      *          legal hold is placed or lifted (EMB-TRAB, EMB-LEVA)
      *          and the standing-order posting for an order that
      *          failed (ORD-FALL). The notification run adds the
      *          overdrafts (DESCUBIE) it finds in the closed day's
      *          log. An event is identified by account, event code,
      *          event date and AVI-REFERENCIA, so the same event
      *          handed over twice is only notified once.
      ******************************************************************
       01  AVI-RECORD.
           05  AVI-CUENTA             PIC X(06).
           05  AVI-EVENTO             PIC X(08).
               88  AVISO-CHEQUE-DEVUELTO  VALUE "DEV-CHEQ".
               88  AVISO-PIN-BLOQUEADO    VALUE "PIN-BLOQ".
               88  AVISO-CUENTA-INACTIVA  VALUE "INACTIVA".
               88  AVISO-EMBARGO-TRABADO  VALUE "EMB-TRAB".
               88  AVISO-EMBARGO-LEVANTADO VALUE "EMB-LEVA".
               88  AVISO-ORDEN-FALLIDA    VALUE "ORD-FALL".
               88  AVISO-DESCUBIERTO      VALUE "DESCUBIE".
           05  AVI-FECHA              PIC 9(06).
           05  AVI-REFERENCIA         PIC X(15).
           05  AVI-IMPORTE            PIC S9(07)V99.
           05  AVI-DETALLE            PIC X(25).
           05  FILLER                 PIC X(10).
