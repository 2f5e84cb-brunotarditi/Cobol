      ******************************************************************
      * Copybook: PARTIDA.CPY
      * Purpose: Shared correspondent-settlement item layout. INCLUDEd
      *          by every program that hands items to, or keeps items
      *          for, the nightly correspondent reconciliation: the
      *          hand-off file CORRITEM, to which each payment job
      *          appends the items it sent or booked (outgoing
      *          transfers from INTERSAL, external standing-order
      *          payments from ORDENSAL, incoming transfers credited
      *          from INTERENT), and the open-items file CORRABIE,
      *          where the reconciliation carries every item still
      *          unmatched from one night to the next. An item is
      *          matched on direction, reference, amount and date;
      *          direction is seen from our account at the
      *          correspondent: "D" money paid out, "C" money received.
      *          PAR-ORIGEN names the file the item came from
      *          (LIQCORR for a line of the correspondent's own
      *          statement) and PAR-FECHA-ALTA the night the item
      *          first went unmatched, from which it is aged.
      ******************************************************************
       01  PAR-RECORD.
           05  PAR-SENTIDO            PIC X(01).
               88  PARTIDA-DEBITO     VALUE "D".
               88  PARTIDA-CREDITO    VALUE "C".
           05  PAR-REFERENCIA         PIC X(20).
           05  PAR-IMPORTE            PIC 9(09)V99.
           05  PAR-FECHA              PIC 9(06).
           05  PAR-ORIGEN             PIC X(08).
               88  PARTIDA-CORRESPONSAL VALUE "LIQCORR".
           05  PAR-CUENTA             PIC X(06).
           05  PAR-FECHA-ALTA         PIC 9(06).
           05  FILLER                 PIC X(10).
