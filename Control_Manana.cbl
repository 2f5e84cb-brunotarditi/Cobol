      *                  handle after the archive pass belongs to
      *                  the next day and must not enter tonight's
      *                  output a day early.
      *   15/10/2026 BT  Carry the operator id and terminal now
      *                  stamped on every transaction-log entry
      *                  (record widened to 79 bytes).
      *   15/10/2026 BT  The GL extract now also carries the day's
      *                  drawer count differences from EFECTLOG, so
      *                  the extract check expects their legs on top
      *                  of twice the reconciliation, and a new check
      *                  ties the SOBRANTE/FALTANTE legs to EFECTLOG.
      *                  Every CASHPOS drawer without an ARQUEO today
      *                  is listed as a flag for the morning shift.
      *   15/10/2026 BT  Expect the legs of the nightly interest
      *                  accrual (DEVENGO) in the GL extract too: the
      *                  reconciliation keeps it out of its columns,
      *                  so it is totalled from the closed log here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT CASH-POSITION-FILE ASSIGN TO "CASHPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT CASH-LOG-FILE ASSIGN TO "EFECTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TRL-CANT-REGISTROS     PIC 9(07).
           05  TRL-HASH-TOTAL         PIC 9(11)V99.
           05  FILLER                 PIC X(39).
       01  EXTRACT-DETAIL REDEFINES EXTRACT-RECORD.
           05  FILLER                 PIC X(16).
           05  EXT-IMPORTE            PIC 9(09)V99.
           05  EXT-TIPO-MOV           PIC X(08).
           05  FILLER                 PIC X(25).

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
       01  REPORT-LINE                PIC X(100).
       01  ARCHIVE-CONTROL-RECORD.
           05  ARC-ARCHIVADOS         PIC 9(07).

       FD  CASH-POSITION-FILE.
       01  POSITION-RECORD.
           05  POS-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(01).
           05  POS-DENOMINACION       PIC 9(04).
           05  FILLER                 PIC X(01).
           05  POS-CANTIDAD           PIC 9(05).

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
       01 WS-RCT-STATUS PIC X(02).
       01 WS-LOG-TOTAL-LIBERADO PIC S9(11)V99 VALUE 0.
       01 WS-LOG-ORDENES PIC 9(07) VALUE 0.
       01 WS-LOG-TOTAL-ORDENES PIC S9(11)V99 VALUE 0.
       01 WS-LOG-TOTAL-DEVENGO PIC S9(11)V99 VALUE 0.
       01 WS-DESCUADRES PIC 9(02) VALUE 0.
       01 WS-POS-STATUS PIC X(02).
       01 WS-EFE-STATUS PIC X(02).
       01 WS-EFECTLOG-LEIDO PIC X(01) VALUE "N".
           88 EFECTLOG-LEIDO VALUE "S".
       01 WS-GL-DIFERENCIAS PIC 9(11)V99 VALUE 0.
       01 WS-EFE-DIFERENCIAS PIC 9(11)V99 VALUE 0.
       01 WS-PATAS-CAJA PIC 9(11)V99 VALUE 0.
       01 WS-SIN-ARQUEO PIC 9(03) VALUE 0.

      ******************************************************************
      * One entry per drawer on CASHPOS, marked once an ARQUEO row
      * for it turns up in today's cash log.
      ******************************************************************
       01 WS-CAJ-MAX PIC 9(03) VALUE 100.
       01 WS-CAJ-COUNT PIC 9(03) VALUE 0.
       01 WS-CAJ-IDX PIC 9(03).
       01 WS-CAJ-BUSCADO PIC X(04).
       01 WS-CAJ-HALLADO PIC X(01) VALUE "N".
           88 CAJ-HALLADO VALUE "S".
       01 TABLA-CAJONES.
           05 CAJON-ENTRADA OCCURS 100 TIMES.
               10 CAJ-TERMINAL PIC X(04).
               10 CAJ-ARQUEADO PIC X(01).
                   88 CAJ-ARQUEADO-HOY VALUE "S".

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VER-VERDICTO           PIC X(16).

       01 WS-LINEA-SIN-ARQUEO.
           05  FILLER                 PIC X(18) VALUE
               "CAJON SIN ARQUEO: ".
           05  SAR-TERMINAL           PIC X(04).

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(22) VALUE
               "VERIFICACIONES: 4     ".
           05  FILLER                 PIC X(14) VALUE
               "SIN ARQUEO:   ".
           05  RES-SIN-ARQUEO         PIC 9(03).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               "FUERA CUADRE: ".
           05  RES-DESCUADRES         PIC 9(02).
           PERFORM LEER-TRAILER-EXTRACTO
           PERFORM LEER-LIMITE-ARCHIVO
           PERFORM ACUMULAR-LOG-CERRADO
           PERFORM CARGAR-CAJONES
           PERFORM ACUMULAR-EFECTIVO
           PERFORM ABRIR-REPORTE
           PERFORM VERIFICAR-EXTRACTO
           PERFORM VERIFICAR-LIBERACION
           PERFORM VERIFICAR-ORDENES
           PERFORM VERIFICAR-ARQUEOS
           PERFORM LISTAR-SIN-ARQUEO
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           IF WS-DESCUADRES > 0
           IF EXT-TIPO-REG = "T"
               MOVE TRL-HASH-TOTAL TO WS-HASH-GL
               MOVE "S" TO WS-TRAILER-LEIDO
           ELSE
               IF EXT-TIPO-MOV = "SOBRANTE"
                  OR EXT-TIPO-MOV = "FALTANTE"
                   ADD EXT-IMPORTE TO WS-GL-DIFERENCIAS
               END-IF
           END-IF
           PERFORM LEER-REGISTRO-EXTRACTO.

               WHEN "ORDEN"
                   ADD 1 TO WS-LOG-ORDENES
                   ADD LOG-IMPORTE TO WS-LOG-TOTAL-ORDENES
               WHEN "DEVENGO"
                   ADD LOG-IMPORTE TO WS-LOG-TOTAL-DEVENGO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM LEER-LOG.

      ******************************************************************
      * The drawers the shift must count: every terminal holding a
      * line on CASHPOS.
      ******************************************************************
       CARGAR-CAJONES.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CASH-POSITION-FILE
           IF WS-POS-STATUS = "00"
               PERFORM LEER-POSICION
               PERFORM ANOTAR-CAJON
                   UNTIL FIN-ARCHIVO
               CLOSE CASH-POSITION-FILE
           END-IF.

       LEER-POSICION.
           READ CASH-POSITION-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ANOTAR-CAJON.
           MOVE POS-TERMINAL TO WS-CAJ-BUSCADO
           PERFORM BUSCAR-CAJON
           IF NOT CAJ-HALLADO
               IF WS-CAJ-COUNT < WS-CAJ-MAX
                   ADD 1 TO WS-CAJ-COUNT
                   MOVE POS-TERMINAL TO CAJ-TERMINAL (WS-CAJ-COUNT)
                   MOVE "N" TO CAJ-ARQUEADO (WS-CAJ-COUNT)
               ELSE
                   DISPLAY "CONTROL: MAS DE " WS-CAJ-MAX
                       " CAJONES EN CASHPOS, NO SE CONTROLA "
                       POS-TERMINAL
               END-IF
           END-IF
           PERFORM LEER-POSICION.

       BUSCAR-CAJON.
           MOVE "N" TO WS-CAJ-HALLADO
           MOVE 1 TO WS-CAJ-IDX
           PERFORM COMPARAR-CAJON
               UNTIL CAJ-HALLADO OR WS-CAJ-IDX > WS-CAJ-COUNT.

       COMPARAR-CAJON.
           IF CAJ-TERMINAL (WS-CAJ-IDX) = WS-CAJ-BUSCADO
               MOVE "S" TO WS-CAJ-HALLADO
           ELSE
               ADD 1 TO WS-CAJ-IDX
           END-IF.

      ******************************************************************
      * Today's cash log entries: the count differences (each posts
      * a debit and a credit to the extract, so they count twice
      * against its trailer hash) and the drawers counted.
      ******************************************************************
       ACUMULAR-EFECTIVO.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CASH-LOG-FILE
           IF WS-EFE-STATUS = "00"
               MOVE "S" TO WS-EFECTLOG-LEIDO
               PERFORM LEER-EFECTIVO
               PERFORM ACUMULAR-MOVIMIENTO-EFECTIVO
                   UNTIL FIN-ARCHIVO
               CLOSE CASH-LOG-FILE
           END-IF
           COMPUTE WS-PATAS-CAJA = WS-EFE-DIFERENCIAS * 2.

       LEER-EFECTIVO.
           READ CASH-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-MOVIMIENTO-EFECTIVO.
           IF EFE-DATE = WS-FECHA-HOY
               EVALUATE EFE-TIPO
                   WHEN "SOBRANTE"
                       ADD EFE-IMPORTE TO WS-EFE-DIFERENCIAS
                   WHEN "FALTANTE"
                       ADD EFE-IMPORTE TO WS-EFE-DIFERENCIAS
                   WHEN "ARQUEO"
                       MOVE EFE-TERMINAL TO WS-CAJ-BUSCADO
                       PERFORM BUSCAR-CAJON
                       IF CAJ-HALLADO
                           MOVE "S" TO CAJ-ARQUEADO (WS-CAJ-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM LEER-EFECTIVO.

       ABRIR-REPORTE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
      * extract as a balanced debit-and-credit pair, so the extract
      * trailer hash must equal exactly twice the sum of the
      * reconciliation's columns (LIBERA-C entries sit in neither
      * side), plus the two legs of each nightly interest accrual
      * (DEVENGO), which the reconciliation keeps out of its columns
      * and is totalled here from the closed log, plus the two legs
      * of each drawer count difference from the cash log. A
      * difference means the jobs did not see the same day.
      ******************************************************************
       VERIFICAR-EXTRACTO.
           MOVE "EXTRACTO GL CONTRA RECONCILIACION (X2):"
                   + WS-RCT-INT-DEUDOR + WS-RCT-COMISIONES
                   + WS-RCT-IMPUESTOS + WS-RCT-RETIROS
               COMPUTE WS-HASH-ESPERADO = WS-TOTAL-RECON * 2
                   + WS-LOG-TOTAL-DEVENGO * 2
                   + WS-PATAS-CAJA
               MOVE WS-HASH-ESPERADO TO VER-LADO-A
               MOVE WS-HASH-GL TO VER-LADO-B
               IF WS-HASH-ESPERADO = WS-HASH-GL
           END-IF
           WRITE REPORT-LINE FROM WS-LINEA-VERIFICACION.

      ******************************************************************
      * The surplus and shortage legs in the extract must add up to
      * twice the differences the custodians recorded today. No
      * EFECTLOG on file means no cash custody at this site: the
      * extract must then carry no such legs either.
      ******************************************************************
       VERIFICAR-ARQUEOS.
           MOVE "DIFERENCIAS DE ARQUEO CONTRA EXTRACTO GL:"
               TO VER-DESCRIPCION
           MOVE WS-PATAS-CAJA TO VER-LADO-A
           MOVE WS-GL-DIFERENCIAS TO VER-LADO-B
           IF NOT TRAILER-LEIDO
               MOVE "SIN CONTROLES" TO VER-VERDICTO
               ADD 1 TO WS-DESCUADRES
           ELSE
               IF WS-PATAS-CAJA = WS-GL-DIFERENCIAS
                   MOVE "EN CUADRE" TO VER-VERDICTO
               ELSE
                   MOVE "FUERA DE CUADRE" TO VER-VERDICTO
                   ADD 1 TO WS-DESCUADRES
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-LINEA-VERIFICACION.

      ******************************************************************
      * A drawer nobody counted by the close is not a balancing
      * failure - the night still closes - but the morning shift
      * must see it, one line per drawer.
      ******************************************************************
       LISTAR-SIN-ARQUEO.
           MOVE 1 TO WS-CAJ-IDX
           PERFORM LISTAR-CAJON
               UNTIL WS-CAJ-IDX > WS-CAJ-COUNT.

       LISTAR-CAJON.
           IF NOT CAJ-ARQUEADO-HOY (WS-CAJ-IDX)
               ADD 1 TO WS-SIN-ARQUEO
               IF WS-SIN-ARQUEO = 1
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE CAJ-TERMINAL (WS-CAJ-IDX) TO SAR-TERMINAL
               WRITE REPORT-LINE FROM WS-LINEA-SIN-ARQUEO
           END-IF
           ADD 1 TO WS-CAJ-IDX.

       ESCRIBIR-RESUMEN.
           MOVE WS-DESCUADRES TO RES-DESCUADRES
           MOVE WS-SIN-ARQUEO TO RES-SIN-ARQUEO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN
