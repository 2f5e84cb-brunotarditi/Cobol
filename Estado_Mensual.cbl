      *                  before filtering what remains in the live
      *                  TRANSHIST, so month end stops sorting years
      *                  of closed months to keep one.
      *   15/10/2026 BT  Carry the operator id and terminal now
      *                  stamped on every transaction-log entry
      *                  (record widened to 79 bytes).
      *   15/10/2026 BT  Count the interest paid at the maturity of
      *                  a fixed-term deposit (PF-INT) in the
      *                  statement's interest total.
      *   15/10/2026 BT  Count the interest collected with a loan
      *                  installment (PR-INT) in the statement's
      *                  debit interest total.
      *   15/10/2026 BT  Read each account's movements of the month
      *                  straight from the indexed history HISTIDX
      *                  instead of sorting the month out of its
      *                  partition and the live TRANSHIST.
      *   15/10/2026 BT  Add a batch mode for the month-end cycle of
      *                  the nightly chain: when ESTADPRM is present
      *                  the statement month (AAMM) is read from it
      *                  and validated, and a bad parameter ends the
      *                  run with RETURN-CODE 8; without the file the
      *                  month is still asked for interactively.
      *   15/10/2026 BT  Total the nightly interest accruals
      *                  (DEVENGO) of the month on their own line
      *                  instead of listing one per night, and show
      *                  the interest accrued on the account and not
      *                  yet capitalised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO-CUENTA
               FILE STATUS IS WS-CLI-STATUS.
           SELECT HISTORY-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-HIX-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ESTADOMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "ESTADPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CLIENTE.

       FD  HISTORY-INDEX-FILE.
           COPY HISTIDX.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(80).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-MES-X              PIC X(04).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-CLI-STATUS PIC X(02).
       01 WS-HIX-STATUS PIC X(02).
       01 WS-STMT-STATUS PIC X(02).
       01 WS-PRM-STATUS PIC X(02).
       01 WS-PARAMETROS-MALOS PIC X(01) VALUE "N".
           88 PARAMETROS-INVALIDOS VALUE "S".
       01 WS-CLI-DISPONIBLE PIC X(01) VALUE "N".
           88 CLIENTES-DISPONIBLES VALUE "S".
       01 WS-FIN-CUENTAS PIC X(01) VALUE "N".
           88 FIN-HISTORIA VALUE "S".
       01 WS-MES-PEDIDO PIC 9(04).
       01 WS-MES-REGISTRO PIC 9(04).
       01 WS-MES-ANIO PIC 9(02).
       01 WS-MES-NUMERO PIC 9(02).
       01 WS-SALDO-APERTURA PIC S9(07)V99.
       01 WS-SALDO-CIERRE PIC S9(07)V99.
       01 WS-TOTAL-INTERESES PIC S9(07)V99.
       01 WS-TOTAL-INT-DEUDOR PIC S9(07)V99.
       01 WS-TOTAL-COMISIONES PIC S9(07)V99.
       01 WS-TOTAL-DEVENGADO PIC S9(07)V99.
       01 WS-MOVIMIENTOS PIC 9(05).
       01 WS-LINEA-ACTUAL PIC 9(02) VALUE 0.
       01 WS-LINEAS-POR-PAGINA PIC 9(02) VALUE 55.
       PROCEDURE DIVISION.

       INICIO.
           PERFORM OBTENER-PARAMETROS
           IF PARAMETROS-INVALIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-PRIMERA-CUENTA
           PERFORM EMITIR-ESTADO-CUENTA
               UNTIL FIN-CUENTAS
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "ESTADOS EMITIDOS: " WS-CUENTAS-EMITIDAS
           STOP RUN.

       OBTENER-PARAMETROS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS = "00"
               PERFORM LEER-PARAMETROS-LOTE
               CLOSE PARAMETER-FILE
           ELSE
               PERFORM PEDIR-MES
           END-IF.

       LEER-PARAMETROS-LOTE.
           READ PARAMETER-FILE
               AT END
                   MOVE "S" TO WS-PARAMETROS-MALOS
                   DISPLAY "ESTADPRM VACIO: SIN PARAMETROS."
           END-READ
           IF NOT PARAMETROS-INVALIDOS
               IF PRM-MES-X IS NOT NUMERIC
                   MOVE "S" TO WS-PARAMETROS-MALOS
                   DISPLAY "ESTADPRM INVALIDO: MES NO NUMERICO: "
                       PARAMETER-RECORD
               ELSE
                   MOVE PRM-MES-X TO WS-MES-PEDIDO
                   DIVIDE WS-MES-PEDIDO BY 100 GIVING WS-MES-ANIO
                       REMAINDER WS-MES-NUMERO
                   IF WS-MES-NUMERO < 1 OR WS-MES-NUMERO > 12
                       MOVE "S" TO WS-PARAMETROS-MALOS
                       DISPLAY "ESTADPRM INVALIDO: MES FUERA DE "
                           "01 A 12: " PARAMETER-RECORD
                   END-IF
               END-IF
           END-IF.

       PEDIR-MES.
           DISPLAY "Mes a liquidar (AAMM): "
           ACCEPT WS-MES-PEDIDO
           IF WS-MES-PEDIDO = 0
               DISPLAY "Mes invalido."
               PERFORM PEDIR-MES
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
           IF WS-CLI-STATUS = "00"
               MOVE "S" TO WS-CLI-DISPONIBLE
           END-IF
           OPEN INPUT HISTORY-INDEX-FILE
           IF WS-HIX-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL INDICE HISTORICO HISTIDX: "
                   WS-HIX-STATUS
               DISPLAY "REGENERAR EL INDICE CON INDICE-HISTORIA."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
                   MOVE "S" TO WS-FIN-CUENTAS
           END-READ.

      ******************************************************************
      * Each account's movements of the month come straight from the
      * index: positioned on the account and the month's first day,
      * read forward in date and time order until the account or the
      * month changes.
      ******************************************************************
       POSICIONAR-HISTORIA.
           MOVE "N" TO WS-FIN-HISTORIA
           MOVE ACCT-NUMBER TO HIX-CLAVE-CUENTA
           COMPUTE HIX-CLAVE-FECHA = WS-MES-PEDIDO * 100
           MOVE 0 TO HIX-CLAVE-HORA
           MOVE 0 TO HIX-CLAVE-SECUENCIA
           START HISTORY-INDEX-FILE
               KEY IS NOT LESS THAN HIX-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIA
           END-START
           IF NOT FIN-HISTORIA
               PERFORM LEER-SIGUIENTE-HISTORIA
           END-IF.

       LEER-SIGUIENTE-HISTORIA.
           READ HISTORY-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-HISTORIA
           END-READ
           IF NOT FIN-HISTORIA
               DIVIDE HIX-CLAVE-FECHA BY 100 GIVING WS-MES-REGISTRO
               IF HIX-CLAVE-CUENTA NOT = ACCT-NUMBER
                  OR WS-MES-REGISTRO NOT = WS-MES-PEDIDO
                   MOVE "S" TO WS-FIN-HISTORIA
               END-IF
           END-IF.

       EMITIR-ESTADO-CUENTA.
           PERFORM POSICIONAR-HISTORIA
           PERFORM INICIAR-ESTADO
           PERFORM DETALLAR-MOVIMIENTO
               UNTIL FIN-HISTORIA
           PERFORM TERMINAR-ESTADO
           PERFORM LEER-SIGUIENTE-CUENTA.

       INICIAR-ESTADO.
           ADD 1 TO WS-CUENTAS-EMITIDAS
           MOVE 0 TO WS-TOTAL-INTERESES
           MOVE 0 TO WS-TOTAL-INT-DEUDOR
           MOVE 0 TO WS-TOTAL-COMISIONES
           MOVE 0 TO WS-TOTAL-DEVENGADO
           MOVE 0 TO WS-MOVIMIENTOS
           IF NOT FIN-HISTORIA
               MOVE HIX-SALDO-ANTERIOR TO WS-SALDO-APERTURA
           ELSE
               MOVE ACCT-BALANCE TO WS-SALDO-APERTURA
           END-IF
               END-READ
           END-IF.

      ******************************************************************
      * The nightly accrual leaves the balance untouched until it is
      * capitalised, so its entries are only totalled; the INTERES
      * entry that capitalises them is listed like any movement.
      ******************************************************************
       DETALLAR-MOVIMIENTO.
           IF HIX-TIPO = "DEVENGO"
               ADD HIX-IMPORTE TO WS-TOTAL-DEVENGADO
           ELSE
               PERFORM DETALLAR-ASIENTO
           END-IF
           PERFORM LEER-SIGUIENTE-HISTORIA.

       DETALLAR-ASIENTO.
           ADD 1 TO WS-MOVIMIENTOS
           EVALUATE HIX-TIPO
               WHEN "INTERES"
                   ADD HIX-IMPORTE TO WS-TOTAL-INTERESES
               WHEN "PF-INT"
                   ADD HIX-IMPORTE TO WS-TOTAL-INTERESES
               WHEN "INT-DEB"
                   ADD HIX-IMPORTE TO WS-TOTAL-INT-DEUDOR
               WHEN "PR-INT"
                   ADD HIX-IMPORTE TO WS-TOTAL-INT-DEUDOR
               WHEN "COMISION"
                   ADD HIX-IMPORTE TO WS-TOTAL-COMISIONES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE HIX-SALDO-NUEVO TO WS-SALDO-CIERRE
           MOVE HIX-DATE TO DET-FECHA
           MOVE HIX-TIME TO DET-HORA
           MOVE HIX-TIPO TO DET-TIPO
           MOVE HIX-IMPORTE TO DET-IMPORTE
           MOVE HIX-SALDO-NUEVO TO DET-SALDO
           PERFORM ESCRIBIR-LINEA-DETALLE.

       ESCRIBIR-LINEA-DETALLE.
           IF WS-LINEA-ACTUAL NOT < WS-LINEAS-POR-PAGINA
           MOVE "TOTAL INTERESES:" TO SAL-ETIQUETA
           MOVE WS-TOTAL-INTERESES TO SAL-IMPORTE
           PERFORM ESCRIBIR-LINEA-SALDO
           MOVE "TOTAL DEVENGADO:" TO SAL-ETIQUETA
           MOVE WS-TOTAL-DEVENGADO TO SAL-IMPORTE
           PERFORM ESCRIBIR-LINEA-SALDO
           MOVE "DEVENGADO PENDIENTE:" TO SAL-ETIQUETA
           IF ACCT-INTERES-DEVENGADO IS NUMERIC
               MOVE ACCT-INTERES-DEVENGADO TO SAL-IMPORTE
           ELSE
               MOVE 0 TO SAL-IMPORTE
           END-IF
           PERFORM ESCRIBIR-LINEA-SALDO
           MOVE "TOTAL INT. DEUDORES:" TO SAL-ETIQUETA
           MOVE WS-TOTAL-INT-DEUDOR TO SAL-IMPORTE
           PERFORM ESCRIBIR-LINEA-SALDO
           IF CLIENTES-DISPONIBLES
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE HISTORY-INDEX-FILE
           CLOSE STATEMENT-FILE.

       END PROGRAM ESTADO-MENSUAL.
