      *   02/09/2026 BT  Reject a credit larger than the log's
      *                  amount field can carry instead of letting
      *                  it truncate into the trail.
      *   15/10/2026 BT  Stamp the fixed batch operator and terminal
      *                  (LOTE) on every transaction-log entry,
      *                  whose record now carries both (79 bytes).
      *   15/10/2026 BT  Hand every transfer credited to the
      *                  correspondent reconciliation by appending
      *                  it to the settlement items file CORRITEM.
      *   15/10/2026 BT  Screen every ordering party against the
      *                  sanctions watch list (RUTINA-VIGILANCIA)
      *                  before crediting. A possible match is held
      *                  in INTERRET for compliance and listed on
      *                  INTERREJ; holds compliance has cleared are
      *                  credited the next night, even one on which
      *                  the correspondent sends no file. INTERENT
      *                  now carries the ordering party's name
      *                  (102 bytes).
      *   15/10/2026 BT  Reject a beneficiary account whose check
      *                  digit fails (RUTINA-DIGITO) before it is
      *                  looked up, so a transfer the correspondent
      *                  addressed with a wrong digit is returned
      *                  instead of credited to whichever account
      *                  that number happens to be.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "INTERREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SETTLEMENT-ITEM-FILE ASSIGN TO "CORRITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT HELD-TRANSFER-FILE ASSIGN TO "INTERRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-NUMERO
               FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCOMING-FILE.
       01  INCOMING-RECORD            PIC X(102).

       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       FD  SETTLEMENT-ITEM-FILE.
           COPY PARTIDA.

       FD  HELD-TRANSFER-FILE.
           COPY RETENIDA.

       WORKING-STORAGE SECTION.
       01 WS-ENT-STATUS PIC X(02).
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-LOG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-PAR-STATUS PIC X(02).
       01 WS-RET-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FIN-RETENIDAS PIC X(01).
           88 FIN-RETENIDAS VALUE "S".
       01 WS-HAY-ENTRANTES PIC X(01) VALUE "N".
           88 HAY-ENTRANTES VALUE "S".
       01 WS-ITEM-LIBERADO PIC X(01) VALUE "N".
           88 ITEM-LIBERADO VALUE "S".
       01 WS-RETENIDAS PIC 9(07) VALUE 0.
       01 WS-LIBERADAS PIC 9(07) VALUE 0.
       01 WS-LIBERADAS-PENDIENTES PIC 9(07) VALUE 0.
       01 WS-ULTIMA-RETENCION PIC 9(08) VALUE 0.

       01 WS-ENTRANTE.
           05  ENT-TIPO-REG           PIC X(01).
           05  ENT-FECHA              PIC 9(06).
           05  ENT-BANCO-ORIGEN       PIC X(03).
           05  ENT-CTA-BENEF          PIC X(06).
           05  ENT-IMPORTE            PIC 9(09)V99.
           05  ENT-REFERENCIA         PIC X(20).
           05  ENT-ORDENANTE          PIC X(30).
           05  FILLER                 PIC X(25).
       01 WS-ENTRANTE-TRAILER REDEFINES WS-ENTRANTE.
           05  ENT-TRL-TIPO-REG       PIC X(01).
           05  ENT-TRL-CANTIDAD       PIC 9(07).
           05  ENT-TRL-TOTAL          PIC 9(11)V99.
           05  FILLER                 PIC X(81).

           COPY VIGILA.
       01 WS-TRAILER-VISTO PIC X(01) VALUE "N".
           88 TRAILER-VISTO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-IMPORTE-MAXIMO PIC 9(09)V99 VALUE 999999.99.
       01 WS-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-MOTIVO PIC X(25).
       01 WS-DIGITO-CUENTA PIC X(01).
       01 WS-CUENTA-VALIDA PIC X(01).
           88 CUENTA-VALIDA VALUE "S".
       01 WS-ACREDITADAS PIC 9(07) VALUE 0.
       01 WS-RECHAZADAS PIC 9(07) VALUE 0.
       01 WS-TOTAL-ACREDITADO PIC 9(11)V99 VALUE 0.
               "  TOTAL ACREDITADO: ".
           05  RES-TOTAL              PIC -(10)9.99.

       01 WS-LINEA-RETENIDAS.
           05  FILLER                 PIC X(24) VALUE
               "RETENIDAS POR LISTAS:   ".
           05  RES-RETENIDAS          PIC 9(07).
           05  FILLER                 PIC X(27) VALUE
               "  LIBERADAS ACREDITADAS:   ".
           05  RES-LIBERADAS          PIC 9(07).

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADOS
           IF WS-LIBERADAS-PENDIENTES > 0
               PERFORM ACREDITAR-LIBERADAS
           END-IF
           IF HAY-ENTRANTES
               PERFORM LEER-ENTRANTE
               PERFORM PROCESAR-REGISTRO
                   UNTIL FIN-ARCHIVO
           END-IF
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           MOVE "F" TO VIG-FUNCION
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS
           IF HAY-ENTRANTES
               PERFORM CONSUMIR-ENTRANTES
           END-IF
           DISPLAY "ENTRANTES: ACREDITADAS " WS-ACREDITADAS
               " RECHAZADAS " WS-RECHAZADAS
           DISPLAY "ENTRANTES: RETENIDAS POR LISTAS " WS-RETENIDAS
               " LIBERADAS ACREDITADAS " WS-LIBERADAS
           IF HAY-ENTRANTES AND NOT TRAILER-VISTO
               DISPLAY "ENTRANTES: EL ARCHIVO NO TRAE TRAILER DE "
                   "CONTROL"
               MOVE 2 TO RETURN-CODE
           OPEN OUTPUT INCOMING-FILE
           CLOSE INCOMING-FILE.

      ******************************************************************
      * Held transfers compliance has cleared are credited even on a
      * night the correspondent sends nothing, so the step only ends
      * early when there is neither a file nor a cleared hold.
      ******************************************************************
       ABRIR-ARCHIVOS.
           OPEN I-O HELD-TRANSFER-FILE
           IF WS-RET-STATUS = "35"
               OPEN OUTPUT HELD-TRANSFER-FILE
               CLOSE HELD-TRANSFER-FILE
               OPEN I-O HELD-TRANSFER-FILE
           END-IF
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LAS TRANSFERENCIAS RETENIDAS: "
                   WS-RET-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EXAMINAR-RETENIDAS
           OPEN INPUT INCOMING-FILE
           IF WS-ENT-STATUS = "00"
               MOVE "S" TO WS-HAY-ENTRANTES
           END-IF
           IF NOT HAY-ENTRANTES AND WS-LIBERADAS-PENDIENTES = 0
               CLOSE HELD-TRANSFER-FILE
               DISPLAY "ENTRANTES: SIN ARCHIVO DEL CORRESPONSAL"
               STOP RUN
           END-IF
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
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
           END-IF.

       ESCRIBIR-ENCABEZADOS.
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

      ******************************************************************
      * One pass over the holds yields the last hold number in use
      * and how many incoming holds compliance has cleared.
      ******************************************************************
       EXAMINAR-RETENIDAS.
           PERFORM POSICIONAR-RETENIDAS
           PERFORM CONTAR-RETENIDA
               UNTIL FIN-RETENIDAS.

       POSICIONAR-RETENIDAS.
           MOVE "N" TO WS-FIN-RETENIDAS
           MOVE LOW-VALUES TO RET-NUMERO
           START HELD-TRANSFER-FILE
               KEY IS NOT LESS THAN RET-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-RETENIDAS
           END-START
           IF NOT FIN-RETENIDAS
               PERFORM LEER-SIGUIENTE-RETENIDA
           END-IF.

       LEER-SIGUIENTE-RETENIDA.
           READ HELD-TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-RETENIDAS
           END-READ.

       CONTAR-RETENIDA.
           IF RET-NUMERO IS NUMERIC
               MOVE RET-NUMERO TO WS-ULTIMA-RETENCION
           END-IF
           IF RETENIDA-ENTRANTE AND RETENIDA-LIBERADA
               ADD 1 TO WS-LIBERADAS-PENDIENTES
           END-IF
           PERFORM LEER-SIGUIENTE-RETENIDA.

      ******************************************************************
      * A cleared transfer goes through the ordinary account checks -
      * the account may have been closed while it was held - but is
      * not screened again. Credited or rejected, its hold is marked
      * processed so it is never posted twice; a reject is settled
      * with the correspondent from INTERREJ like any other.
      ******************************************************************
       ACREDITAR-LIBERADAS.
           MOVE "S" TO WS-ITEM-LIBERADO
           PERFORM POSICIONAR-RETENIDAS
           PERFORM ACREDITAR-LIBERADA
               UNTIL FIN-RETENIDAS
           MOVE "N" TO WS-ITEM-LIBERADO.

       ACREDITAR-LIBERADA.
           IF RETENIDA-ENTRANTE AND RETENIDA-LIBERADA
               MOVE RET-ITEM TO WS-ENTRANTE
               PERFORM ACREDITAR-ENTRANTE
               MOVE "P" TO RET-ESTADO
               REWRITE RET-RECORD
               ADD 1 TO WS-LIBERADAS
           END-IF
           PERFORM LEER-SIGUIENTE-RETENIDA.

       LEER-ENTRANTE.
           READ INCOMING-FILE INTO WS-ENTRANTE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.
      * credits of everyone behind it.
      ******************************************************************
       ACREDITAR-ENTRANTE.
           CALL "RUTINA-DIGITO" USING ENT-CTA-BENEF WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF NOT CUENTA-VALIDA
               MOVE "DIG. VERIFICADOR INVALIDO" TO WS-MOTIVO
               PERFORM RECHAZAR-ENTRANTE
           ELSE
               MOVE ENT-CTA-BENEF TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO
                       PERFORM RECHAZAR-ENTRANTE
                   NOT INVALID KEY
                       PERFORM VERIFICAR-Y-ACREDITAR
               END-READ
           END-IF.

      ******************************************************************
      * The log's amount field tops out at 999999.99: a larger
           IF CUENTA-INACTIVA
               MOVE "CUENTA INACTIVA" TO WS-MOTIVO
               PERFORM RECHAZAR-ENTRANTE
           ELSE
           IF NOT ITEM-LIBERADO
               PERFORM VERIFICAR-ORDENANTE
           END-IF
           IF NOT ITEM-LIBERADO AND VIG-COINCIDENCIA
               PERFORM RETENER-ENTRANTE
           ELSE
               MOVE ACCT-BALANCE TO WS-SALDO-ANTERIOR
               ADD ENT-IMPORTE TO ACCT-BALANCE
               MOVE WS-FECHA-HOY TO ACCT-FECHA-ULT-MOV
               REWRITE ACCT-RECORD
               PERFORM ESCRIBIR-LOG
               PERFORM ENTREGAR-PARTIDA
               ADD 1 TO WS-ACREDITADAS
               ADD ENT-IMPORTE TO WS-TOTAL-ACREDITADO
           END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICAR-ORDENANTE.
           MOVE "V" TO VIG-FUNCION
           MOVE "INTERENT" TO VIG-ORIGEN
           MOVE ENT-REFERENCIA TO VIG-SUJETO
           MOVE ENT-ORDENANTE TO VIG-NOMBRE
           MOVE SPACES TO VIG-DOCUMENTO
           MOVE 0 TO VIG-FECHA-DESDE
           MOVE "LOTE" TO VIG-OPERADOR
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS.

      ******************************************************************
      * A possible match is neither credited nor rejected: the funds
      * stay held in INTERRET until compliance decides, and the line
      * on INTERREJ tells the branch why the credit did not arrive.
      ******************************************************************
       RETENER-ENTRANTE.
           ADD 1 TO WS-ULTIMA-RETENCION
           MOVE SPACES TO RET-RECORD
           MOVE WS-ULTIMA-RETENCION TO RET-NUMERO
           MOVE "E" TO RET-SENTIDO
           MOVE "R" TO RET-ESTADO
           MOVE WS-FECHA-HOY TO RET-FECHA-RETENCION
           MOVE 0 TO RET-FECHA-DECISION
           MOVE VIG-LISTA-NOMBRE TO RET-LISTA-NOMBRE
           MOVE WS-ENTRANTE TO RET-ITEM
           WRITE RET-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA RETENCION "
                       RET-NUMERO
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-RETENIDAS
           MOVE ENT-CTA-BENEF TO DET-CUENTA
           MOVE ENT-BANCO-ORIGEN TO DET-BANCO
           MOVE ENT-IMPORTE TO DET-IMPORTE
           MOVE ENT-REFERENCIA TO DET-REFERENCIA
           MOVE "RETENIDA POR LISTAS" TO DET-MOTIVO
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       RECHAZAR-ENTRANTE.
           ADD 1 TO WS-RECHAZADAS
           MOVE ENT-CTA-BENEF TO DET-CUENTA
           MOVE WS-MOTIVO TO DET-MOTIVO
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

      ******************************************************************
      * Only a transfer actually credited is booked on our side; a
      * rejected one that the correspondent still settles to us shows
      * up on its statement as an item we never booked, which is the
      * break the reconciliation exists to surface.
      ******************************************************************
       ENTREGAR-PARTIDA.
           MOVE SPACES TO PAR-RECORD
           MOVE "C" TO PAR-SENTIDO
           MOVE ENT-REFERENCIA TO PAR-REFERENCIA
           MOVE ENT-IMPORTE TO PAR-IMPORTE
           MOVE ENT-FECHA TO PAR-FECHA
           MOVE "INTERENT" TO PAR-ORIGEN
           MOVE ENT-CTA-BENEF TO PAR-CUENTA
           MOVE 0 TO PAR-FECHA-ALTA
           WRITE PAR-RECORD.

       VALIDAR-TRAILER.
           MOVE "S" TO WS-TRAILER-VISTO
           IF ENT-TRL-CANTIDAD NOT = WS-DETALLES
           MOVE ENT-BANCO-ORIGEN TO LOG-REFERENCIA
           MOVE WS-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE ACCT-BALANCE TO LOG-SALDO-NUEVO
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       ESCRIBIR-RESUMEN.
           MOVE WS-TOTAL-ACREDITADO TO RES-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN
           MOVE WS-RETENIDAS TO RES-RETENIDAS
           MOVE WS-LIBERADAS TO RES-LIBERADAS
           WRITE REPORT-LINE FROM WS-LINEA-RETENIDAS.

       CERRAR-ARCHIVOS.
           IF HAY-ENTRANTES
               CLOSE INCOMING-FILE
           END-IF
           CLOSE HELD-TRANSFER-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE REPORT-FILE
           CLOSE SETTLEMENT-ITEM-FILE.

       END PROGRAM INTERBANCARIO-ENTRANTE.
