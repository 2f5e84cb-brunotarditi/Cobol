      *          queued the step ends clean without touching the
      *          network file.
      * Modification History:
      *   15/10/2026 BT  Hand every instruction dispatched to the
      *                  correspondent reconciliation by appending
      *                  it to the settlement items file CORRITEM.
      *   15/10/2026 BT  Screen every beneficiary against the
      *                  sanctions watch list (RUTINA-VIGILANCIA)
      *                  before dispatch. A possible match is held
      *                  in INTERRET for compliance instead of being
      *                  sent; holds compliance has cleared are
      *                  dispatched the next night. The instruction
      *                  now carries the beneficiary's name, so the
      *                  INTERPEN and INTERSAL records are 102 bytes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OUTGOING-FILE ASSIGN TO "INTERSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
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
       FD  INTERBANK-PENDING-FILE.
       01  INTERBANK-RECORD           PIC X(102).

       FD  OUTGOING-FILE.
       01  OUTGOING-RECORD            PIC X(102).

       FD  SETTLEMENT-ITEM-FILE.
           COPY PARTIDA.

       FD  HELD-TRANSFER-FILE.
           COPY RETENIDA.

       WORKING-STORAGE SECTION.
       01 WS-PEN-STATUS PIC X(02).
       01 WS-SAL-STATUS PIC X(02).
       01 WS-PAR-STATUS PIC X(02).
       01 WS-RET-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FIN-RETENIDAS PIC X(01).
           88 FIN-RETENIDAS VALUE "S".
       01 WS-HAY-COLA PIC X(01) VALUE "N".
           88 HAY-COLA VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-INSTRUCCIONES PIC 9(07) VALUE 0.
       01 WS-TOTAL-IMPORTE PIC 9(11)V99 VALUE 0.
       01 WS-RETENIDAS PIC 9(07) VALUE 0.
       01 WS-LIBERADAS PIC 9(07) VALUE 0.
       01 WS-LIBERADAS-PENDIENTES PIC 9(07) VALUE 0.
       01 WS-ULTIMA-RETENCION PIC 9(08) VALUE 0.

       01 WS-INSTRUCCION.
           05  INT-TIPO-REG           PIC X(01).
           05  INT-FECHA              PIC 9(06).
           05  INT-BANCO              PIC X(03).
           05  INT-CTA-DESTINO        PIC X(06).
           05  INT-CTA-ORIGEN         PIC X(06).
           05  INT-IMPORTE            PIC 9(09)V99.
           05  INT-REFERENCIA         PIC X(20).
           05  INT-BENEFICIARIO       PIC X(30).
           05  FILLER                 PIC X(19).

       01 WS-REGISTRO-TRAILER.
           05  TRL-TIPO-REG           PIC X(01) VALUE "T".
           05  TRL-CANT-REGISTROS     PIC 9(07).
           05  TRL-TOTAL-IMPORTE      PIC 9(11)V99.
           05  FILLER                 PIC X(81) VALUE SPACES.

           COPY VIGILA.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM ABRIR-RETENIDAS
           PERFORM EXAMINAR-RETENIDAS
           OPEN INPUT INTERBANK-PENDING-FILE
           IF WS-PEN-STATUS = "00"
               MOVE "S" TO WS-HAY-COLA
           END-IF
           IF NOT HAY-COLA AND WS-LIBERADAS-PENDIENTES = 0
               CLOSE HELD-TRANSFER-FILE
               DISPLAY "INTERBANCARIO: SIN INSTRUCCIONES SALIENTES"
               STOP RUN
           END-IF
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
           IF WS-LIBERADAS-PENDIENTES > 0
               PERFORM DESPACHAR-LIBERADAS
           END-IF
           IF HAY-COLA
               PERFORM LEER-INSTRUCCION
               PERFORM COPIAR-INSTRUCCION
                   UNTIL FIN-ARCHIVO
               CLOSE INTERBANK-PENDING-FILE
           END-IF
           PERFORM ESCRIBIR-TRAILER
           CLOSE OUTGOING-FILE
           CLOSE SETTLEMENT-ITEM-FILE
           CLOSE HELD-TRANSFER-FILE
           MOVE "F" TO VIG-FUNCION
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS
           IF HAY-COLA
               PERFORM VACIAR-PENDIENTES
           END-IF
           DISPLAY "INTERBANCARIO: INSTRUCCIONES DESPACHADAS "
               WS-INSTRUCCIONES " TOTAL " WS-TOTAL-IMPORTE
           DISPLAY "INTERBANCARIO: RETENIDAS POR LISTAS "
               WS-RETENIDAS " LIBERADAS DESPACHADAS " WS-LIBERADAS
           STOP RUN.

       ABRIR-RETENIDAS.
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
           END-IF.

      ******************************************************************
      * One pass over the holds before anything is sent: it yields
      * the last hold number in use (holds are numbered in sequence,
      * incoming and outgoing alike) and how many outgoing holds
      * compliance has cleared since the last run.
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
           IF RETENIDA-SALIENTE AND RETENIDA-LIBERADA
               ADD 1 TO WS-LIBERADAS-PENDIENTES
           END-IF
           PERFORM LEER-SIGUIENTE-RETENIDA.

      ******************************************************************
      * An instruction compliance cleared goes out exactly as the
      * cashier queued it, without being screened again, and its hold
      * is marked processed so it is never sent twice.
      ******************************************************************
       DESPACHAR-LIBERADAS.
           PERFORM POSICIONAR-RETENIDAS
           PERFORM DESPACHAR-LIBERADA
               UNTIL FIN-RETENIDAS.

       DESPACHAR-LIBERADA.
           IF RETENIDA-SALIENTE AND RETENIDA-LIBERADA
               MOVE RET-ITEM TO WS-INSTRUCCION
               PERFORM DESPACHAR-INSTRUCCION
               MOVE "P" TO RET-ESTADO
               REWRITE RET-RECORD
               ADD 1 TO WS-LIBERADAS
           END-IF
           PERFORM LEER-SIGUIENTE-RETENIDA.

       LEER-INSTRUCCION.
           READ INTERBANK-PENDING-FILE INTO WS-INSTRUCCION
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       COPIAR-INSTRUCCION.
           PERFORM VERIFICAR-BENEFICIARIO
           IF VIG-COINCIDENCIA
               PERFORM RETENER-INSTRUCCION
           ELSE
               PERFORM DESPACHAR-INSTRUCCION
           END-IF
           PERFORM LEER-INSTRUCCION.

       VERIFICAR-BENEFICIARIO.
           MOVE "V" TO VIG-FUNCION
           MOVE "INTERSAL" TO VIG-ORIGEN
           MOVE INT-REFERENCIA TO VIG-SUJETO
           MOVE INT-BENEFICIARIO TO VIG-NOMBRE
           MOVE SPACES TO VIG-DOCUMENTO
           MOVE 0 TO VIG-FECHA-DESDE
           MOVE "LOTE" TO VIG-OPERADOR
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS.

      ******************************************************************
      * The customer was debited when the instruction was queued: a
      * held instruction keeps those funds out of the network until
      * compliance decides, and is neither sent nor handed to the
      * correspondent reconciliation.
      ******************************************************************
       RETENER-INSTRUCCION.
           ADD 1 TO WS-ULTIMA-RETENCION
           MOVE SPACES TO RET-RECORD
           MOVE WS-ULTIMA-RETENCION TO RET-NUMERO
           MOVE "S" TO RET-SENTIDO
           MOVE "R" TO RET-ESTADO
           MOVE WS-FECHA-HOY TO RET-FECHA-RETENCION
           MOVE 0 TO RET-FECHA-DECISION
           MOVE VIG-LISTA-NOMBRE TO RET-LISTA-NOMBRE
           MOVE WS-INSTRUCCION TO RET-ITEM
           WRITE RET-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA RETENCION "
                       RET-NUMERO
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-RETENIDAS
           DISPLAY "INTERBANCARIO: RETENIDA POR LISTAS "
               INT-REFERENCIA " " INT-BENEFICIARIO.

       DESPACHAR-INSTRUCCION.
           WRITE OUTGOING-RECORD FROM WS-INSTRUCCION
           ADD 1 TO WS-INSTRUCCIONES
           ADD INT-IMPORTE TO WS-TOTAL-IMPORTE
           PERFORM ENTREGAR-PARTIDA.

      ******************************************************************
      * Every transfer dispatched is money the correspondent must pay
      * out of our account, to be proved against its statement by the
      * correspondent reconciliation.
      ******************************************************************
       ENTREGAR-PARTIDA.
           MOVE SPACES TO PAR-RECORD
           MOVE "D" TO PAR-SENTIDO
           MOVE INT-REFERENCIA TO PAR-REFERENCIA
           MOVE INT-IMPORTE TO PAR-IMPORTE
           MOVE INT-FECHA TO PAR-FECHA
           MOVE "INTERSAL" TO PAR-ORIGEN
           MOVE INT-CTA-ORIGEN TO PAR-CUENTA
           MOVE 0 TO PAR-FECHA-ALTA
           WRITE PAR-RECORD.

       ESCRIBIR-TRAILER.
           MOVE WS-INSTRUCCIONES TO TRL-CANT-REGISTROS
