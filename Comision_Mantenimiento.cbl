      *                  the partition the run would see no
      *                  movements and judge every waiver on the
      *                  current balance alone.
      *   15/10/2026 BT  Stamp the fixed batch operator and terminal
      *                  (LOTE) on every transaction-log entry,
      *                  whose record now carries both (79 bytes).
      *   15/10/2026 BT  Read each account's movements of the month
      *                  straight from the indexed history HISTIDX
      *                  instead of sorting the month out of its
      *                  partition and the live TRANSHIST.
      *   15/10/2026 BT  Add a batch mode for the month-end cycle of
      *                  the nightly chain: when COMISPRM is present
      *                  the month to charge (AAMM) is read from it
      *                  and validated, and a bad parameter ends the
      *                  run with RETURN-CODE 8; without the file the
      *                  month is still asked for interactively.
      *   15/10/2026 BT  The month-end run now charges ahead of the
      *                  day-close cutover, so the fees close and
      *                  archive with the month they belong to; the
      *                  current balance also counts towards the
      *                  month's minimum, standing in for the last
      *                  day's movements not yet in HISTIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WS-PROD-STATUS.
           SELECT HISTORY-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-HIX-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COMMANREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "COMISPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODUCTO.

       FD  HISTORY-INDEX-FILE.
           COPY HISTIDX.

       FD  TRANSACTION-LOG-FILE.
       01  LOG-RECORD.
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-MES-X              PIC X(04).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-PROD-STATUS PIC X(02).
       01 WS-HIX-STATUS PIC X(02).
       01 WS-LOG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-PRM-STATUS PIC X(02).
       01 WS-PARAMETROS-MALOS PIC X(01) VALUE "N".
           88 PARAMETROS-INVALIDOS VALUE "S".
       01 WS-PROD-DISPONIBLE PIC X(01) VALUE "N".
           88 PRODUCTOS-DISPONIBLES VALUE "S".
       01 WS-FIN-CUENTAS PIC X(01) VALUE "N".
           88 FIN-HISTORIA VALUE "S".
       01 WS-MES-PEDIDO PIC 9(04).
       01 WS-MES-REGISTRO PIC 9(04).
       01 WS-MES-ANIO PIC 9(02).
       01 WS-MES-NUMERO PIC 9(02).
       01 WS-COMISION PIC S9(03)V99.
       01 WS-SALDO-EXENTO PIC S9(05)V99.
       01 WS-SALDO-MINIMO PIC S9(07)V99.
       PROCEDURE DIVISION.

       INICIO.
           PERFORM OBTENER-PARAMETROS
           IF PARAMETROS-INVALIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADOS
           PERFORM LEER-PRIMERA-CUENTA
           PERFORM PROCESAR-CUENTA
               UNTIL FIN-CUENTAS
           PERFORM ESCRIBIR-RESUMEN
               " TOTAL " WS-TOTAL-COBRADO
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
                   DISPLAY "COMISPRM VACIO: SIN PARAMETROS."
           END-READ
           IF NOT PARAMETROS-INVALIDOS
               IF PRM-MES-X IS NOT NUMERIC
                   MOVE "S" TO WS-PARAMETROS-MALOS
                   DISPLAY "COMISPRM INVALIDO: MES NO NUMERICO: "
                       PARAMETER-RECORD
               ELSE
                   MOVE PRM-MES-X TO WS-MES-PEDIDO
                   DIVIDE WS-MES-PEDIDO BY 100 GIVING WS-MES-ANIO
                       REMAINDER WS-MES-NUMERO
                   IF WS-MES-NUMERO < 1 OR WS-MES-NUMERO > 12
                       MOVE "S" TO WS-PARAMETROS-MALOS
                       DISPLAY "COMISPRM INVALIDO: MES FUERA DE "
                           "01 A 12: " PARAMETER-RECORD
                   END-IF
               END-IF
           END-IF.

       PEDIR-MES.
           DISPLAY "Mes a cobrar (AAMM): "
           ACCEPT WS-MES-PEDIDO
           IF WS-MES-PEDIDO = 0
               DISPLAY "Mes invalido."
               PERFORM PEDIR-MES
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
           IF WS-PROD-STATUS = "00"
               MOVE "S" TO WS-PROD-DISPONIBLE
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
      * index, positioned on the account and the month's first day
      * and read forward until the account or the month changes -
      * the same access the monthly statement uses.
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

      ******************************************************************
      * The month's minimum balance is tracked from the opening
      * balance the first movement carries, every balance the
      * movements leave behind and the current balance, which holds
      * the last day's movements the index does not have yet; an
      * account with no movements is judged on its current balance.
      ******************************************************************
       PROCESAR-CUENTA.
           PERFORM POSICIONAR-HISTORIA
           MOVE ACCT-BALANCE TO WS-SALDO-MINIMO
           IF NOT FIN-HISTORIA
              AND HIX-SALDO-ANTERIOR < WS-SALDO-MINIMO
               MOVE HIX-SALDO-ANTERIOR TO WS-SALDO-MINIMO
           END-IF
           PERFORM ACUMULAR-MINIMO
               UNTIL FIN-HISTORIA
           PERFORM EVALUAR-COMISION
           PERFORM LEER-SIGUIENTE-CUENTA.

       ACUMULAR-MINIMO.
           IF HIX-SALDO-NUEVO < WS-SALDO-MINIMO
               MOVE HIX-SALDO-NUEVO TO WS-SALDO-MINIMO
           END-IF
           PERFORM LEER-SIGUIENTE-HISTORIA.

           MOVE WS-COMISION TO LOG-IMPORTE
           MOVE WS-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE ACCT-BALANCE TO LOG-SALDO-NUEVO
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       ESCRIBIR-RESUMEN.
           IF PRODUCTOS-DISPONIBLES
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           CLOSE HISTORY-INDEX-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE REPORT-FILE.

