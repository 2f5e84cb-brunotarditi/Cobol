      *                  so nothing a terminal writes to TRANSLOG
      *                  during the close can fall between the
      *                  report and the archive.
      *   15/10/2026 BT  Carry the operator id and terminal now
      *                  stamped on every transaction-log entry
      *                  (record widened to 79 bytes).
      *   15/10/2026 BT  Map the approved back-office adjustments
      *                  (AJUS-CRE, AJUS-DEB) against the operational
      *                  adjustments account, and widen the GLMAP
      *                  override table to 40 entries.
      *   15/10/2026 BT  Map the fixed-term deposit movements: the
      *                  placement (PF-ALTA) and the principal paid
      *                  back at maturity (PF-VTO) against the new
      *                  term-deposits liability account, and the
      *                  interest paid at maturity (PF-INT) to
      *                  interest expense.
      *   15/10/2026 BT  Map the installment-loan movements: the
      *                  disbursement (PR-DESEM) and the capital
      *                  collected (PR-CAP) against the new loans
      *                  receivable account, and the interest
      *                  collected (PR-INT) to the new loan interest
      *                  income account.
      *   15/10/2026 BT  Carry the nightly interest accrual (DEVENGO)
      *                  from interest expense to the new accrued
      *                  interest payable account, and post the
      *                  interest capitalised at month-end or closure
      *                  (INTERES) out of that account to the
      *                  customer deposits.
      *   15/10/2026 BT  Carry the day's drawer count differences
      *                  from EFECTLOG: a surplus (SOBRANTE) from
      *                  cash to the new cash over/short suspense
      *                  account, a shortage (FALTANTE) the other way,
      *                  each posting naming its terminal and the
      *                  custodian who counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXTRACT-FILE ASSIGN TO "GLEXTRAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT CASH-LOG-FILE ASSIGN TO "EFECTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  MAPPING-FILE.
       01  MAPPING-RECORD.
       01  ARCHIVE-CONTROL-RECORD.
           05  ARC-ARCHIVADOS         PIC 9(07).

       FD  CASH-LOG-FILE.
       01  CASH-LOG-RECORD.
           05  EFE-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  EFE-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  EFE-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(01).
           05  EFE-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  EFE-DENOMINACION       PIC 9(04).
           05  FILLER                 PIC X(01).
           05  EFE-CANTIDAD           PIC 9(05).
           05  FILLER                 PIC X(01).
           05  EFE-IMPORTE            PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  EFE-SALDO              PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  EFE-CUSTODIO           PIC X(06).


       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(02).
       01 WS-ARC-LIMITE PIC 9(07) VALUE 9999999.
       01 WS-LEIDOS-CORTE PIC 9(07) VALUE 0.
       01 WS-MAP-STATUS PIC X(02).
       01 WS-EFE-STATUS PIC X(02).
       01 WS-FIN-EFECTIVO PIC X(01) VALUE "N".
           88 FIN-EFECTIVO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-DIFERENCIAS-CAJA PIC 9(05) VALUE 0.
       01 WS-TIPO-MAPEO PIC X(08).
       01 WS-EXT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-MAPEO-INICIAL.
           05  FILLER PIC X(26) VALUE "DEPOSITO 11010001 21010001".
           05  FILLER PIC X(26) VALUE "RETIRO   21010001 11010001".
           05  FILLER PIC X(26) VALUE "INTERES  22010001 21010001".
           05  FILLER PIC X(26) VALUE "COMISION 21010001 41010001".
           05  FILLER PIC X(26) VALUE "TRANSF-E 21010001 21020001".
           05  FILLER PIC X(26) VALUE "TRANSF-I 21020001 21010001".
           05  FILLER PIC X(26) VALUE "TRF-ENT  25010001 21010001".
           05  FILLER PIC X(26) VALUE "COM-MANT 21010001 41010001".
           05  FILLER PIC X(26) VALUE "PRESCRIP 21010001 26010001".
           05  FILLER PIC X(26) VALUE "AJUS-CRE 27010001 21010001".
           05  FILLER PIC X(26) VALUE "AJUS-DEB 21010001 27010001".
           05  FILLER PIC X(26) VALUE "PF-ALTA  21010001 21030001".
           05  FILLER PIC X(26) VALUE "PF-VTO   21030001 21010001".
           05  FILLER PIC X(26) VALUE "PF-INT   51010001 21010001".
           05  FILLER PIC X(26) VALUE "PR-DESEM 13010001 21010001".
           05  FILLER PIC X(26) VALUE "PR-CAP   21010001 13010001".
           05  FILLER PIC X(26) VALUE "PR-INT   21010001 51030001".
           05  FILLER PIC X(26) VALUE "DEVENGO  51010001 22010001".
           05  FILLER PIC X(26) VALUE "SOBRANTE 11010001 28010001".
           05  FILLER PIC X(26) VALUE "FALTANTE 28010001 11010001".
       01 WS-TABLA-MAPEO REDEFINES WS-MAPEO-INICIAL.
           05  MAPEO-ENTRADA OCCURS 28 TIMES.
               10  MAP-TIPO           PIC X(08).
               10  FILLER             PIC X(01).
               10  MAP-CTA-DEBE       PIC X(08).
               10  FILLER             PIC X(01).
               10  MAP-CTA-HABER      PIC X(08).
       01 WS-MAPEOS-CARGADOS PIC 9(02) VALUE 28.
       01 WS-TABLA-ARCHIVO.
           05  MAPA-ENTRADA OCCURS 40 TIMES.
               10  MAPA-TIPO          PIC X(08).
               10  MAPA-CTA-DEBE      PIC X(08).
               10  MAPA-CTA-HABER     PIC X(08).
       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM LEER-LIMITE-ARCHIVO
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-MAPEO
           PERFORM LEER-SIGUIENTE
           PERFORM PROCESAR-TRANSACCION
               UNTIL FIN-ARCHIVO
           PERFORM EXTRAER-DIFERENCIAS-CAJA
           PERFORM ESCRIBIR-TRAILER
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "EXTRACTO GL: MOVIMIENTOS " WS-LEIDOS
               " ASIENTOS " WS-LEGS
           DISPLAY "EXTRACTO GL: DIFERENCIAS DE ARQUEO "
               WS-DIFERENCIAS-CAJA
           IF WS-SIN-MAPEO > 0
               DISPLAY "EXTRACTO GL: " WS-SIN-MAPEO
                   " MOVIMIENTO(S) SIN MAPEO CONTABLE"
               PERFORM LEER-MAPEO
               PERFORM CARGAR-UNA-ENTRADA
                   UNTIL FIN-MAPEO
                      OR WS-MAPEOS-CARGADOS = 40
               CLOSE MAPPING-FILE
               IF WS-MAPEOS-CARGADOS > 0
                   MOVE "S" TO WS-USA-ARCHIVO
               ELSE
                   MOVE 28 TO WS-MAPEOS-CARGADOS
               END-IF
           END-IF.

           IF LOG-TIPO = "LIBERA-C"
               CONTINUE
           ELSE
               MOVE LOG-TIPO TO WS-TIPO-MAPEO
               PERFORM BUSCAR-MAPEO
               IF MAPEO-HALLADO
                   MOVE SPACES TO WS-REGISTRO-DETALLE
                   MOVE LOG-DATE TO EXT-FECHA
                   MOVE LOG-TIPO TO EXT-TIPO-MOV
                   MOVE LOG-ACCOUNT TO EXT-CTA-CLIENTE
                   MOVE LOG-REFERENCIA TO EXT-REFERENCIA
                   MOVE LOG-IMPORTE TO EXT-IMPORTE
                   PERFORM ESCRIBIR-ASIENTOS
               ELSE
                   ADD 1 TO WS-SIN-MAPEO

       COMPARAR-MAPEO.
           IF USA-MAPEO-ARCHIVO
               IF MAPA-TIPO (WS-IDX) = WS-TIPO-MAPEO
                   MOVE "S" TO WS-MAPEO-HALLADO
               END-IF
           ELSE
               IF MAP-TIPO (WS-IDX) = WS-TIPO-MAPEO
                   MOVE "S" TO WS-MAPEO-HALLADO
               END-IF
           END-IF
      ******************************************************************
      * Every movement produces one debit and one credit posting for
      * the same amount, so the extract is balanced by construction
      * and the trailer hash covers both legs. The caller fills in
      * the date, type, customer account, reference and amount.
      ******************************************************************
       ESCRIBIR-ASIENTOS.
           MOVE "D" TO EXT-TIPO-REG
           IF USA-MAPEO-ARCHIVO
               MOVE MAPA-CTA-DEBE (WS-IDX) TO EXT-CUENTA-GL
           ELSE
           MOVE "D" TO EXT-DEBE-HABER
           WRITE EXTRACT-RECORD FROM WS-REGISTRO-DETALLE
           ADD 1 TO WS-LEGS
           ADD EXT-IMPORTE TO WS-HASH-TOTAL
           IF USA-MAPEO-ARCHIVO
               MOVE MAPA-CTA-HABER (WS-IDX) TO EXT-CUENTA-GL
           ELSE
           MOVE "H" TO EXT-DEBE-HABER
           WRITE EXTRACT-RECORD FROM WS-REGISTRO-DETALLE
           ADD 1 TO WS-LEGS
           ADD EXT-IMPORTE TO WS-HASH-TOTAL.

      ******************************************************************
      * The drawer counts are kept in the cash log EFECTLOG, not the
      * transaction log: the surpluses and shortages the custodians
      * recorded today are posted from there, the terminal in place
      * of the customer account and the custodian as the reference.
      * Without an EFECTLOG there is nothing to post.
      ******************************************************************
       EXTRAER-DIFERENCIAS-CAJA.
           OPEN INPUT CASH-LOG-FILE
           IF WS-EFE-STATUS = "00"
               PERFORM LEER-EFECTIVO
               PERFORM PROCESAR-EFECTIVO
                   UNTIL FIN-EFECTIVO
               CLOSE CASH-LOG-FILE
           END-IF.

       LEER-EFECTIVO.
           READ CASH-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-EFECTIVO
           END-READ.

       PROCESAR-EFECTIVO.
           IF EFE-DATE = WS-FECHA-HOY
              AND (EFE-TIPO = "SOBRANTE" OR EFE-TIPO = "FALTANTE")
               ADD 1 TO WS-DIFERENCIAS-CAJA
               MOVE EFE-TIPO TO WS-TIPO-MAPEO
               PERFORM BUSCAR-MAPEO
               IF MAPEO-HALLADO
                   MOVE SPACES TO WS-REGISTRO-DETALLE
                   MOVE EFE-DATE TO EXT-FECHA
                   MOVE EFE-TIPO TO EXT-TIPO-MOV
                   MOVE EFE-TERMINAL TO EXT-CTA-CLIENTE
                   MOVE EFE-CUSTODIO TO EXT-REFERENCIA
                   MOVE EFE-IMPORTE TO EXT-IMPORTE
                   PERFORM ESCRIBIR-ASIENTOS
               ELSE
                   ADD 1 TO WS-SIN-MAPEO
                   DISPLAY "SIN MAPEO CONTABLE PARA EL TIPO: "
                       EFE-TIPO
               END-IF
           END-IF
           PERFORM LEER-EFECTIVO.

       ESCRIBIR-TRAILER.
           MOVE WS-LEGS TO TRL-CANT-REGISTROS
