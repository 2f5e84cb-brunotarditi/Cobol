      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly general-ledger posting, trial balance and
      *          deposit-control proof. Reads the night's GL extract
      *          (GLEXTRAC) and refuses to post it unless its trailer
      *          agrees with the detail - record count, hash total
      *          and debits equal to credits - so an extract that does
      *          not balance never reaches the ledger. A balanced
      *          extract is summed per ledger account and posted to
      *          the GL balance master GLBALMST, rolling each account
      *          to the new night (yesterday's closing balance becomes
      *          the opening balance). The trial balance BALCOMP lists
      *          every ledger account with its opening balance,
      *          debits, credits and closing balance, and ends with
      *          the proof of the customer-deposits account 21010001
      *          against the sum of ACCT-BALANCE across ACCTMAST. A
      *          refused extract or any difference in the proof ends
      *          the job non-zero so the nightly chain stops.
      * Modification History:
      *   15/10/2026 BT  Prove the deposits account against the
      *                  balances as of the archive cut: whatever the
      *                  accounts moved after it (the TRANSDIA tail
      *                  past the ARCHCTL count and the live TRANSLOG)
      *                  is taken back out of the ACCT-BALANCE total,
      *                  since the extract does not carry it yet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYOR-CONTABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "GLEXTRAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT GL-MASTER-FILE ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-CUENTA
               FILE STATUS IS WS-GLB-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BALCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DAY-LOG-FILE ASSIGN TO "TRANSDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIA-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EXT-TIPO-REG           PIC X(01).
           05  EXT-FECHA              PIC 9(06).
           05  EXT-CUENTA-GL          PIC X(08).
           05  EXT-DEBE-HABER         PIC X(01).
           05  EXT-IMPORTE            PIC 9(09)V99.
           05  EXT-TIPO-MOV           PIC X(08).
           05  EXT-CTA-CLIENTE        PIC X(06).
           05  EXT-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(13).
       01  EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
           05  TRL-TIPO-REG           PIC X(01).
           05  TRL-CANT-REGISTROS     PIC 9(07).
           05  TRL-HASH-TOTAL         PIC 9(11)V99.
           05  FILLER                 PIC X(39).

       FD  GL-MASTER-FILE.
           COPY MAYOR.

       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       FD  DAY-LOG-FILE.
       01  DIA-RECORD.
           05  DIA-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  DIA-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  DIA-ACCOUNT            PIC X(06).
           05  FILLER                 PIC X(01).
           05  DIA-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  DIA-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(01).
           05  DIA-SALDO-ANTERIOR     PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  DIA-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  DIA-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  DIA-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  DIA-TERMINAL           PIC X(04).

       FD  TRANSACTION-LOG-FILE.
       01  LOG-RECORD.
           05  LOG-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  LOG-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  LOG-ACCOUNT            PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  LOG-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(01).
           05  LOG-SALDO-ANTERIOR     PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-CONTROL-RECORD.
           05  ARC-ARCHIVADOS         PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-EXT-STATUS PIC X(02).
       01 WS-GLB-STATUS PIC X(02).
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-DIA-STATUS PIC X(02).
       01 WS-LOG-STATUS PIC X(02).
       01 WS-ARC-STATUS PIC X(02).
       01 WS-ARC-LIMITE PIC 9(07) VALUE 9999999.
       01 WS-LEIDOS-CORTE PIC 9(07) VALUE 0.
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-CTA-DEPOSITOS PIC X(08) VALUE "21010001".
       01 WS-EXTRACTO-VALIDO PIC X(01) VALUE "S".
           88 EXTRACTO-VALIDO VALUE "S".
       01 WS-CUENTA-HALLADA PIC X(01) VALUE "N".
           88 CUENTA-HALLADA VALUE "S".
       01 WS-APERTURA-INICIAL PIC X(01) VALUE "N".
           88 APERTURA-INICIAL VALUE "S".

      ******************************************************************
      * Extract control figures: what the detail adds up to against
      * what the trailer says it should.
      ******************************************************************
       01 WS-REG-DETALLE PIC 9(07) VALUE 0.
       01 WS-REG-INVALIDOS PIC 9(07) VALUE 0.
       01 WS-TRAILERS PIC 9(03) VALUE 0.
       01 WS-TRL-CANTIDAD PIC 9(07) VALUE 0.
       01 WS-TRL-HASH PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-IMPORTES PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-DEBE PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-HABER PIC 9(13)V99 VALUE 0.

      ******************************************************************
      * The night's movements summed per ledger account before any of
      * them is posted, so every account is rewritten exactly once.
      ******************************************************************
       01 WS-TABLA-MOVIMIENTOS.
           05  MOV-ENTRADA OCCURS 99 TIMES.
               10  MOV-CUENTA         PIC X(08).
               10  MOV-DEBITOS        PIC 9(13)V99.
               10  MOV-CREDITOS       PIC 9(13)V99.
       01 WS-CUENTAS-MOV PIC 9(02) VALUE 0.
       01 WS-IDX PIC 9(02).
       01 WS-ALTA-DEBITOS PIC 9(13)V99.
       01 WS-ALTA-CREDITOS PIC 9(13)V99.

       01 WS-CUENTAS-POSTEADAS PIC 9(03) VALUE 0.
       01 WS-CUENTAS-YA-POSTEADAS PIC 9(03) VALUE 0.
       01 WS-CUENTAS-LISTADAS PIC 9(03) VALUE 0.
       01 WS-TOT-APERTURA PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DEBITOS PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CREDITOS PIC 9(13)V99 VALUE 0.
       01 WS-TOT-SALDO PIC S9(13)V99 VALUE 0.

       01 WS-CUENTAS-CLIENTE PIC 9(07) VALUE 0.
       01 WS-SUMA-SALDOS PIC S9(13)V99 VALUE 0.
       01 WS-MOV-POSTERIORES PIC 9(07) VALUE 0.
       01 WS-NETO-POSTERIOR PIC S9(13)V99 VALUE 0.
       01 WS-SALDOS-AL-CORTE PIC S9(13)V99 VALUE 0.
       01 WS-SALDO-DEPOSITOS PIC S9(13)V99 VALUE 0.
       01 WS-DIFERENCIA PIC S9(13)V99 VALUE 0.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "BALANCE DE COMPROBACION DEL MAYOR       DIA ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(45) VALUE
               "CUENTA       SALDO APERTURA           DEBITOS".
           05  FILLER                 PIC X(36) VALUE
               "          CREDITOS      SALDO CIERRE".

       01 WS-LINEA-DETALLE.
           05  DET-CUENTA             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-APERTURA           PIC -(13)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DEBITOS            PIC -(13)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-CREDITOS           PIC -(13)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-SALDO              PIC -(13)9.99.

       01 WS-LINEA-VERIFICACION.
           05  VER-DESCRIPCION        PIC X(44).
           05  VER-LADO-A             PIC -(13)9.99.
           05  FILLER                 PIC X(03) VALUE " / ".
           05  VER-LADO-B             PIC -(13)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VER-VERDICTO           PIC X(16).

       01 WS-LINEA-CONTEO.
           05  CNT-DESCRIPCION        PIC X(44).
           05  CNT-CANTIDAD           PIC Z(06)9.

       01 WS-LINEA-IMPORTE.
           05  IMP-DESCRIPCION        PIC X(44).
           05  IMP-VALOR              PIC -(13)9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM VALIDAR-EXTRACTO
           PERFORM ESCRIBIR-CONTROL-EXTRACTO
           IF NOT EXTRACTO-VALIDO
               MOVE "EXTRACTO RECHAZADO: NO SE POSTEA AL MAYOR."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CERRAR-ARCHIVOS
               DISPLAY "MAYOR: EXTRACTO GLEXTRAC FUERA DE CUADRE,"
                   " NO SE POSTEA"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SUMAR-SALDOS-CUENTAS
           PERFORM SUMAR-POSTERIORES-CORTE
           COMPUTE WS-SALDOS-AL-CORTE = WS-SUMA-SALDOS
               - WS-NETO-POSTERIOR
           MOVE 1 TO WS-IDX
           PERFORM POSTEAR-CUENTA
               UNTIL WS-IDX > WS-CUENTAS-MOV
           PERFORM ASEGURAR-CUENTA-DEPOSITOS
           PERFORM LISTAR-BALANCE
           PERFORM PROBAR-DEPOSITOS
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "MAYOR: CUENTAS POSTEADAS " WS-CUENTAS-POSTEADAS
               " YA POSTEADAS " WS-CUENTAS-YA-POSTEADAS
           IF WS-DIFERENCIA NOT = 0
               DISPLAY "MAYOR: LA CUENTA " WS-CTA-DEPOSITOS
                   " NO CUADRA CON LOS SALDOS DE ACCTMAST"
               MOVE 2 TO RETURN-CODE
           ELSE
               DISPLAY "MAYOR: DEPOSITOS EN CUADRE CON ACCTMAST"
           END-IF
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL EXTRACTO GLEXTRAC: "
                   WS-EXT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O GL-MASTER-FILE
           IF WS-GLB-STATUS = "35"
               OPEN OUTPUT GL-MASTER-FILE
               CLOSE GL-MASTER-FILE
               OPEN I-O GL-MASTER-FILE
           END-IF
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL MAYOR: " WS-GLB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE CUENTAS: "
                   WS-ACCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      * One pass over the extract: every well-formed detail record
      * before the trailer is counted, hashed, split into debits and
      * credits and summed into its ledger account. Anything else - a
      * malformed detail, a detail after the trailer, a second
      * trailer, more ledger accounts than the table holds - counts
      * as invalid and alone is enough to refuse the extract.
      ******************************************************************
       VALIDAR-EXTRACTO.
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM LEER-EXTRACTO
           PERFORM ACUMULAR-REGISTRO
               UNTIL FIN-ARCHIVO
           IF WS-TRAILERS NOT = 1
              OR WS-REG-INVALIDOS > 0
              OR WS-REG-DETALLE NOT = WS-TRL-CANTIDAD
              OR WS-TOTAL-IMPORTES NOT = WS-TRL-HASH
              OR WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
               MOVE "N" TO WS-EXTRACTO-VALIDO
           END-IF.

       LEER-EXTRACTO.
           READ EXTRACT-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-REGISTRO.
           EVALUATE TRUE
               WHEN EXT-TIPO-REG = "T"
                   ADD 1 TO WS-TRAILERS
                   IF TRL-CANT-REGISTROS IS NUMERIC
                      AND TRL-HASH-TOTAL IS NUMERIC
                       MOVE TRL-CANT-REGISTROS TO WS-TRL-CANTIDAD
                       MOVE TRL-HASH-TOTAL TO WS-TRL-HASH
                   ELSE
                       ADD 1 TO WS-REG-INVALIDOS
                   END-IF
               WHEN EXT-TIPO-REG = "D"
                AND WS-TRAILERS = 0
                AND EXT-IMPORTE IS NUMERIC
                AND (EXT-DEBE-HABER = "D" OR EXT-DEBE-HABER = "H")
                   ADD 1 TO WS-REG-DETALLE
                   ADD EXT-IMPORTE TO WS-TOTAL-IMPORTES
                   IF EXT-DEBE-HABER = "D"
                       ADD EXT-IMPORTE TO WS-TOTAL-DEBE
                   ELSE
                       ADD EXT-IMPORTE TO WS-TOTAL-HABER
                   END-IF
                   PERFORM ACUMULAR-CUENTA
               WHEN OTHER
                   ADD 1 TO WS-REG-INVALIDOS
           END-EVALUATE
           PERFORM LEER-EXTRACTO.

       ACUMULAR-CUENTA.
           MOVE "N" TO WS-CUENTA-HALLADA
           MOVE 1 TO WS-IDX
           PERFORM BUSCAR-CUENTA
               UNTIL CUENTA-HALLADA
                  OR WS-IDX > WS-CUENTAS-MOV
           IF NOT CUENTA-HALLADA
               IF WS-CUENTAS-MOV = 99
                   DISPLAY "MAYOR: DEMASIADAS CUENTAS CONTABLES EN EL"
                       " EXTRACTO: " EXT-CUENTA-GL
                   ADD 1 TO WS-REG-INVALIDOS
               ELSE
                   ADD 1 TO WS-CUENTAS-MOV
                   MOVE WS-CUENTAS-MOV TO WS-IDX
                   MOVE EXT-CUENTA-GL TO MOV-CUENTA (WS-IDX)
                   MOVE 0 TO MOV-DEBITOS (WS-IDX)
                   MOVE 0 TO MOV-CREDITOS (WS-IDX)
                   MOVE "S" TO WS-CUENTA-HALLADA
               END-IF
           END-IF
           IF CUENTA-HALLADA
               IF EXT-DEBE-HABER = "D"
                   ADD EXT-IMPORTE TO MOV-DEBITOS (WS-IDX)
               ELSE
                   ADD EXT-IMPORTE TO MOV-CREDITOS (WS-IDX)
               END-IF
           END-IF.

       BUSCAR-CUENTA.
           IF MOV-CUENTA (WS-IDX) = EXT-CUENTA-GL
               MOVE "S" TO WS-CUENTA-HALLADA
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       ESCRIBIR-CONTROL-EXTRACTO.
           MOVE "CONTROL DEL EXTRACTO GLEXTRAC" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REGISTROS DE DETALLE CONTRA TRAILER:"
               TO VER-DESCRIPCION
           MOVE WS-REG-DETALLE TO VER-LADO-A
           MOVE WS-TRL-CANTIDAD TO VER-LADO-B
           IF WS-REG-DETALLE = WS-TRL-CANTIDAD
               MOVE "EN CUADRE" TO VER-VERDICTO
           ELSE
               MOVE "FUERA DE CUADRE" TO VER-VERDICTO
           END-IF
           WRITE REPORT-LINE FROM WS-LINEA-VERIFICACION
           MOVE "TOTAL DE IMPORTES CONTRA HASH DEL TRAILER:"
               TO VER-DESCRIPCION
           MOVE WS-TOTAL-IMPORTES TO VER-LADO-A
           MOVE WS-TRL-HASH TO VER-LADO-B
           IF WS-TOTAL-IMPORTES = WS-TRL-HASH
               MOVE "EN CUADRE" TO VER-VERDICTO
           ELSE
               MOVE "FUERA DE CUADRE" TO VER-VERDICTO
           END-IF
           WRITE REPORT-LINE FROM WS-LINEA-VERIFICACION
           MOVE "DEBITOS CONTRA CREDITOS:" TO VER-DESCRIPCION
           MOVE WS-TOTAL-DEBE TO VER-LADO-A
           MOVE WS-TOTAL-HABER TO VER-LADO-B
           IF WS-TOTAL-DEBE = WS-TOTAL-HABER
               MOVE "EN CUADRE" TO VER-VERDICTO
           ELSE
               MOVE "FUERA DE CUADRE" TO VER-VERDICTO
           END-IF
           WRITE REPORT-LINE FROM WS-LINEA-VERIFICACION
           MOVE "TRAILERS EN EL EXTRACTO (DEBE HABER UNO):"
               TO CNT-DESCRIPCION
           MOVE WS-TRAILERS TO CNT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-CONTEO
           MOVE "REGISTROS INVALIDOS:" TO CNT-DESCRIPCION
           MOVE WS-REG-INVALIDOS TO CNT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-CONTEO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       SUMAR-SALDOS-CUENTAS.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-CUENTA-CLIENTE
           END-IF
           PERFORM SUMAR-UNA-CUENTA
               UNTIL FIN-ARCHIVO.

       LEER-CUENTA-CLIENTE.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       SUMAR-UNA-CUENTA.
           ADD 1 TO WS-CUENTAS-CLIENTE
           ADD ACCT-BALANCE TO WS-SUMA-SALDOS
           PERFORM LEER-CUENTA-CLIENTE.

      ******************************************************************
      * The extract stops at the count of TRANSDIA records the
      * reconciliation archived (ARCHCTL), so the ledger has seen the
      * accounts only up to that cut. What they moved after it - the
      * tail a lingering terminal handle appended to TRANSDIA and
      * whatever the terminals logged to the new TRANSLOG since the
      * cutover - is the net of each entry's balance after less its
      * balance before, and comes back out of the ACCT-BALANCE total
      * before the proof. Without an ARCHCTL the whole generation was
      * extracted and only TRANSLOG counts; a log not on file holds
      * nothing.
      ******************************************************************
       SUMAR-POSTERIORES-CORTE.
           PERFORM LEER-LIMITE-ARCHIVO
           OPEN INPUT DAY-LOG-FILE
           IF WS-DIA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-DIA
               PERFORM SUMAR-DIA
                   UNTIL FIN-ARCHIVO
               CLOSE DAY-LOG-FILE
           ELSE
           IF WS-DIA-STATUS NOT = "35"
               DISPLAY "ERROR AL ABRIR EL LOG DEL DIA TRANSDIA: "
                   WS-DIA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-LOG
               PERFORM SUMAR-LOG
                   UNTIL FIN-ARCHIVO
               CLOSE TRANSACTION-LOG-FILE
           ELSE
           IF WS-LOG-STATUS NOT = "35"
               DISPLAY "ERROR AL ABRIR EL LOG DE TRANSACCIONES: "
                   WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       LEER-LIMITE-ARCHIVO.
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF WS-ARC-STATUS = "00"
               READ ARCHIVE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARC-ARCHIVADOS IS NUMERIC
                           MOVE ARC-ARCHIVADOS TO WS-ARC-LIMITE
                       END-IF
               END-READ
               CLOSE ARCHIVE-CONTROL-FILE
           END-IF.

       LEER-DIA.
           READ DAY-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-LEIDOS-CORTE
           END-READ.

       SUMAR-DIA.
           IF WS-LEIDOS-CORTE > WS-ARC-LIMITE
              AND DIA-SALDO-ANTERIOR IS NUMERIC
              AND DIA-SALDO-NUEVO IS NUMERIC
               ADD 1 TO WS-MOV-POSTERIORES
               COMPUTE WS-NETO-POSTERIOR = WS-NETO-POSTERIOR
                   + DIA-SALDO-NUEVO - DIA-SALDO-ANTERIOR
           END-IF
           PERFORM LEER-DIA.

       LEER-LOG.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       SUMAR-LOG.
           IF LOG-SALDO-ANTERIOR IS NUMERIC
              AND LOG-SALDO-NUEVO IS NUMERIC
               ADD 1 TO WS-MOV-POSTERIORES
               COMPUTE WS-NETO-POSTERIOR = WS-NETO-POSTERIOR
                   + LOG-SALDO-NUEVO - LOG-SALDO-ANTERIOR
           END-IF
           PERFORM LEER-LOG.

      ******************************************************************
      * An account already posted for tonight's run date was posted by
      * an earlier run of the same night that stopped further on; it is
      * left as it is so a rerun never posts the extract twice. Any
      * other account is rolled to the new night and takes the
      * night's movements.
      ******************************************************************
       POSTEAR-CUENTA.
           MOVE MOV-CUENTA (WS-IDX) TO GLB-CUENTA
           READ GL-MASTER-FILE
               INVALID KEY
                   MOVE MOV-DEBITOS (WS-IDX) TO WS-ALTA-DEBITOS
                   MOVE MOV-CREDITOS (WS-IDX) TO WS-ALTA-CREDITOS
                   PERFORM ALTA-CUENTA-MAYOR
                   ADD 1 TO WS-CUENTAS-POSTEADAS
               NOT INVALID KEY
                   IF GLB-FECHA-POSTEO = WS-FECHA-HOY
                       ADD 1 TO WS-CUENTAS-YA-POSTEADAS
                   ELSE
                       PERFORM ABRIR-NOCHE
                       MOVE MOV-DEBITOS (WS-IDX) TO GLB-DEBITOS
                       MOVE MOV-CREDITOS (WS-IDX) TO GLB-CREDITOS
                       COMPUTE GLB-SALDO = GLB-SALDO-APERTURA
                           + GLB-DEBITOS - GLB-CREDITOS
                       REWRITE GLB-RECORD
                       ADD 1 TO WS-CUENTAS-POSTEADAS
                   END-IF
           END-READ
           ADD 1 TO WS-IDX.

       ABRIR-NOCHE.
           MOVE GLB-SALDO TO GLB-SALDO-APERTURA
           MOVE 0 TO GLB-DEBITOS
           MOVE 0 TO GLB-CREDITOS
           MOVE WS-FECHA-HOY TO GLB-FECHA-POSTEO.

      ******************************************************************
      * A ledger account seen for the first time opens at zero, except
      * the customer-deposits account: it opens at the balance that
      * makes its closing balance equal the sum of ACCT-BALANCE as of
      * the archive cut, so the proof starts in balance on the first
      * night and measures every night after.
      ******************************************************************
       ALTA-CUENTA-MAYOR.
           MOVE WS-FECHA-HOY TO GLB-FECHA-POSTEO
           MOVE WS-ALTA-DEBITOS TO GLB-DEBITOS
           MOVE WS-ALTA-CREDITOS TO GLB-CREDITOS
           IF GLB-CUENTA = WS-CTA-DEPOSITOS
               COMPUTE GLB-SALDO-APERTURA = 0 - WS-SALDOS-AL-CORTE
                   - GLB-DEBITOS + GLB-CREDITOS
               MOVE "S" TO WS-APERTURA-INICIAL
           ELSE
               MOVE 0 TO GLB-SALDO-APERTURA
           END-IF
           COMPUTE GLB-SALDO = GLB-SALDO-APERTURA
               + GLB-DEBITOS - GLB-CREDITOS
           WRITE GLB-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA CUENTA CONTABLE "
                       GLB-CUENTA ": " WS-GLB-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       ASEGURAR-CUENTA-DEPOSITOS.
           MOVE WS-CTA-DEPOSITOS TO GLB-CUENTA
           READ GL-MASTER-FILE
               INVALID KEY
                   MOVE WS-CTA-DEPOSITOS TO GLB-CUENTA
                   MOVE 0 TO WS-ALTA-DEBITOS
                   MOVE 0 TO WS-ALTA-CREDITOS
                   PERFORM ALTA-CUENTA-MAYOR
           END-READ.

      ******************************************************************
      * Every ledger account is listed, the ones without movement
      * tonight rolled forward first so the whole ledger shows the same
      * night.
      ******************************************************************
       LISTAR-BALANCE.
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO GLB-CUENTA
           START GL-MASTER-FILE
               KEY IS NOT LESS THAN GLB-CUENTA
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-CUENTA-MAYOR
           END-IF
           PERFORM LISTAR-CUENTA-MAYOR
               UNTIL FIN-ARCHIVO
           MOVE "TOTALES" TO DET-CUENTA
           MOVE WS-TOT-APERTURA TO DET-APERTURA
           MOVE WS-TOT-DEBITOS TO DET-DEBITOS
           MOVE WS-TOT-CREDITOS TO DET-CREDITOS
           MOVE WS-TOT-SALDO TO DET-SALDO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           MOVE "CUENTAS CONTABLES LISTADAS:" TO CNT-DESCRIPCION
           MOVE WS-CUENTAS-LISTADAS TO CNT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-CONTEO
           IF APERTURA-INICIAL
               MOVE SPACES TO REPORT-LINE
               STRING "APERTURA INICIAL DE LA CUENTA "
                   WS-CTA-DEPOSITOS
                   " TOMADA DE LOS SALDOS DE ACCTMAST AL CORTE."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       LEER-CUENTA-MAYOR.
           READ GL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       LISTAR-CUENTA-MAYOR.
           IF GLB-FECHA-POSTEO NOT = WS-FECHA-HOY
               PERFORM ABRIR-NOCHE
               REWRITE GLB-RECORD
           END-IF
           IF GLB-CUENTA = WS-CTA-DEPOSITOS
               COMPUTE WS-SALDO-DEPOSITOS = 0 - GLB-SALDO
           END-IF
           ADD 1 TO WS-CUENTAS-LISTADAS
           ADD GLB-SALDO-APERTURA TO WS-TOT-APERTURA
           ADD GLB-DEBITOS TO WS-TOT-DEBITOS
           ADD GLB-CREDITOS TO WS-TOT-CREDITOS
           ADD GLB-SALDO TO WS-TOT-SALDO
           MOVE GLB-CUENTA TO DET-CUENTA
           MOVE GLB-SALDO-APERTURA TO DET-APERTURA
           MOVE GLB-DEBITOS TO DET-DEBITOS
           MOVE GLB-CREDITOS TO DET-CREDITOS
           MOVE GLB-SALDO TO DET-SALDO
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           PERFORM LEER-CUENTA-MAYOR.

      ******************************************************************
      * The deposits account is a liability: its credit balance (the
      * debit-positive ledger balance with the sign turned) is what the
      * bank owes its customers, and must equal, to the cent, the sum
      * of the ledger balances in the account master as of the same
      * archive cut the extract was taken at.
      ******************************************************************
       PROBAR-DEPOSITOS.
           MOVE "PRUEBA DE DEPOSITOS DE CLIENTES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUENTAS DE CLIENTE EN ACCTMAST:" TO CNT-DESCRIPCION
           MOVE WS-CUENTAS-CLIENTE TO CNT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-CONTEO
           MOVE "SUMA DE ACCT-BALANCE:" TO IMP-DESCRIPCION
           MOVE WS-SUMA-SALDOS TO IMP-VALOR
           WRITE REPORT-LINE FROM WS-LINEA-IMPORTE
           MOVE "MOVIMIENTOS POSTERIORES AL CORTE:"
               TO CNT-DESCRIPCION
           MOVE WS-MOV-POSTERIORES TO CNT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-CONTEO
           MOVE "MENOS NETO POSTERIOR AL CORTE:" TO IMP-DESCRIPCION
           MOVE WS-NETO-POSTERIOR TO IMP-VALOR
           WRITE REPORT-LINE FROM WS-LINEA-IMPORTE
           MOVE SPACES TO VER-DESCRIPCION
           STRING "MAYOR " WS-CTA-DEPOSITOS
               " CONTRA SALDOS AL CORTE:"
               DELIMITED BY SIZE INTO VER-DESCRIPCION
           MOVE WS-SALDO-DEPOSITOS TO VER-LADO-A
           MOVE WS-SALDOS-AL-CORTE TO VER-LADO-B
           COMPUTE WS-DIFERENCIA = WS-SALDO-DEPOSITOS
               - WS-SALDOS-AL-CORTE
           IF WS-DIFERENCIA = 0
               MOVE "EN CUADRE" TO VER-VERDICTO
           ELSE
               MOVE "FUERA DE CUADRE" TO VER-VERDICTO
           END-IF
           WRITE REPORT-LINE FROM WS-LINEA-VERIFICACION
           MOVE "DIFERENCIA:" TO VER-DESCRIPCION
           MOVE WS-DIFERENCIA TO VER-LADO-A
           MOVE 0 TO VER-LADO-B
           MOVE SPACES TO VER-VERDICTO
           WRITE REPORT-LINE FROM WS-LINEA-VERIFICACION
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DIFERENCIA = 0
               MOVE "VEREDICTO: DEPOSITOS EN CUADRE CON ACCTMAST."
                   TO REPORT-LINE
           ELSE
               MOVE "VEREDICTO: DEPOSITOS FUERA DE CUADRE CON ACCTMAST."
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       CERRAR-ARCHIVOS.
           CLOSE EXTRACT-FILE
           CLOSE GL-MASTER-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE REPORT-FILE.

       END PROGRAM MAYOR-CONTABLE.
