      *                  posted to the control file ORDECTL so the
      *                  morning control report can cross-foot them
      *                  against the ORDEN entries in the log.
      *   15/10/2026 BT  Stamp the fixed batch operator and terminal
      *                  (LOTE) on every transaction-log entry,
      *                  whose record now carries both (79 bytes).
      *   15/10/2026 BT  Hand every external payment to the
      *                  correspondent reconciliation by appending
      *                  it to the settlement items file CORRITEM,
      *                  referenced by the order number.
      *   15/10/2026 BT  Hand every order that failed to the
      *                  customer notification run (AVISOPEN,
      *                  ORD-FALL) with the reason it failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CONTROL-FILE ASSIGN TO "ORDECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SETTLEMENT-ITEM-FILE ASSIGN TO "CORRITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "AVISOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVI-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       FD  OUTGOING-PAYMENTS-FILE.
       01  PAYMENT-RECORD             PIC X(72).

       FD  SETTLEMENT-ITEM-FILE.
           COPY PARTIDA.

       FD  NOTICE-FILE.
           COPY AVISO.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-FECHA              PIC 9(06).
           88 EMBARGOS-DISPONIBLES VALUE "S".
       01 WS-IMPORTE-EMBARGO PIC S9(07)V99.
       01 WS-SAL-STATUS PIC X(02).
       01 WS-PAR-STATUS PIC X(02).
       01 WS-AVI-STATUS PIC X(02).
       01 WS-DESTINO-OK PIC X(01) VALUE "S".
           88 DESTINO-VALIDO VALUE "S".
       01 WS-DESTINO PIC X(20).
                   WS-SAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SETTLEMENT-ITEM-FILE
           IF WS-PAR-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-ITEM-FILE
           END-IF
           IF WS-PAR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LAS PARTIDAS A CONCILIAR: "
                   WS-PAR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-AVI-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           IF WS-AVI-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LOS AVISOS A CLIENTES: "
                   WS-AVI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE ORD-CUENTA TO SAL-CTA-ORIGEN
           WRITE PAYMENT-RECORD FROM WS-PAGO-DETALLE
           ADD 1 TO WS-PAGOS-EXTERNOS
           ADD ORD-IMPORTE TO WS-TOTAL-EXTERNO
           MOVE SPACES TO PAR-RECORD
           MOVE "D" TO PAR-SENTIDO
           MOVE ORD-NUMERO TO PAR-REFERENCIA
           MOVE ORD-IMPORTE TO PAR-IMPORTE
           MOVE WS-FECHA-HOY TO PAR-FECHA
           MOVE "ORDENSAL" TO PAR-ORIGEN
           MOVE ORD-CUENTA TO PAR-CUENTA
           MOVE 0 TO PAR-FECHA-ALTA
           WRITE PAR-RECORD.

       ESCRIBIR-TRAILER-PAGOS.
           MOVE WS-PAGOS-EXTERNOS TO SAL-TRL-CANTIDAD

       REPORTAR-FALLIDA.
           ADD 1 TO WS-ORDENES-FALLIDAS
           PERFORM ESCRIBIR-DETALLE
           PERFORM ENTREGAR-AVISO.

      ******************************************************************
      * The payer is told by letter of every order that failed, with
      * the reason, so the payment can be made some other way. The
      * order number is the reference, so a rerun of the posting on
      * the same night does not notify the same failure twice.
      ******************************************************************
       ENTREGAR-AVISO.
           MOVE SPACES TO AVI-RECORD
           MOVE ORD-CUENTA TO AVI-CUENTA
           MOVE "ORD-FALL" TO AVI-EVENTO
           MOVE WS-FECHA-HOY TO AVI-FECHA
           MOVE ORD-NUMERO TO AVI-REFERENCIA
           MOVE ORD-IMPORTE TO AVI-IMPORTE
           MOVE WS-MOTIVO TO AVI-DETALLE
           WRITE AVI-RECORD.

       ESCRIBIR-DETALLE.
           MOVE ORD-NUMERO TO DET-ORDEN
           MOVE ORD-NUMERO TO LOG-REFERENCIA
           MOVE WS-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE ACCT-BALANCE TO LOG-SALDO-NUEVO
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

      ******************************************************************
           MOVE ORD-CUENTA TO LOG-REFERENCIA
           MOVE WS-SALDO-ANT-BENEF TO LOG-SALDO-ANTERIOR
           MOVE ACCT-BALANCE TO LOG-SALDO-NUEVO
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       GRABAR-CONTROL.
           CLOSE TRANSACTION-LOG-FILE
           CLOSE REPORT-FILE
           CLOSE OUTGOING-PAYMENTS-FILE
           CLOSE SETTLEMENT-ITEM-FILE
           CLOSE NOTICE-FILE
           IF EMBARGOS-DISPONIBLES
               CLOSE HOLD-MASTER-FILE
           END-IF.
