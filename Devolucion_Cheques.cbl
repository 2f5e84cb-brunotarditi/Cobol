      *                  count every one of them SIN MATCH and wedge
      *                  the chain each night until someone deleted
      *                  the file by hand.
      *   15/10/2026 BT  Stamp the fixed batch operator and terminal
      *                  (LOTE) on every transaction-log entry,
      *                  whose record now carries both (79 bytes).
      *   15/10/2026 BT  Hand every cheque returned to the customer
      *                  notification run (AVISOPEN, DEV-CHEQ), so
      *                  the customer is told by letter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "CHQDEVREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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

       FD  NOTICE-FILE.
           COPY AVISO.

       WORKING-STORAGE SECTION.
       01 WS-DEV-STATUS PIC X(02).
       01 WS-CHQ-STATUS PIC X(02).
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-LOG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-AVI-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FIN-DEVOLUCIONES PIC X(01) VALUE "N".
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
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

       ESCRIBIR-ENCABEZADOS.
           ADD 1 TO WS-DEVUELTOS
           ADD DEV-IMPORTE TO WS-TOTAL-DEVUELTO
           MOVE "DEVUELTO" TO DET-RESULTADO
           PERFORM ESCRIBIR-DETALLE
           PERFORM ENTREGAR-AVISO.

      ******************************************************************
      * The customer is told by letter of every cheque returned; the
      * deposit date is the reference the customer knows it by.
      ******************************************************************
       ENTREGAR-AVISO.
           MOVE SPACES TO AVI-RECORD
           MOVE DEV-CUENTA TO AVI-CUENTA
           MOVE "DEV-CHEQ" TO AVI-EVENTO
           MOVE WS-FECHA-HOY TO AVI-FECHA
           MOVE DEV-FECHA-DEPOSITO TO AVI-REFERENCIA
           MOVE DEV-IMPORTE TO AVI-IMPORTE
           MOVE DEV-MOTIVO TO AVI-DETALLE
           WRITE AVI-RECORD.

       ESCRIBIR-DETALLE.
           MOVE DEV-CUENTA TO DET-CUENTA
           MOVE WS-LOG-IMPORTE TO LOG-IMPORTE
           MOVE WS-LOG-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE WS-LOG-SALDO-NUEVO TO LOG-SALDO-NUEVO
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       ESCRIBIR-RESUMEN.
           CLOSE RETURNS-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE REPORT-FILE
           CLOSE NOTICE-FILE.

       REGRABAR-CHEQUES.
           OPEN OUTPUT CHEQUE-PENDING-FILE
