      *                  the report, RECONCTL, TRANSHIST and ARCHCTL
      *                  can never disagree about which records the
      *                  closed day contains.
      *   15/10/2026 BT  Carry the operator id and terminal now
      *                  stamped on every transaction-log entry
      *                  through the sort and into the TRANSHIST
      *                  archive (record widened to 79 bytes).
      *   15/10/2026 BT  Fold approved back-office adjustments into
      *                  the proper columns (AJUS-CRE with the
      *                  depositos, AJUS-DEB with the retiros) and
      *                  close the report with a line counting and
      *                  totalling the day's adjustments.
      *   15/10/2026 BT  Fold the fixed-term deposit movements into
      *                  the proper columns: a placement (PF-ALTA)
      *                  with the retiros, the principal paid back
      *                  at maturity (PF-VTO) with the depositos and
      *                  the interest paid at maturity (PF-INT) with
      *                  the intereses.
      *   15/10/2026 BT  Fold the installment-loan movements into
      *                  the proper columns: the disbursement
      *                  (PR-DESEM) with the depositos, the capital
      *                  collected (PR-CAP) with the retiros and the
      *                  interest collected (PR-INT) with the debit
      *                  interest.
      *   15/10/2026 BT  Add every archived entry to the indexed
      *                  history HISTIDX (account, date and time)
      *                  as it goes to TRANSHIST, so the inquiries
      *                  and statements stay in step with the
      *                  archive.
      *   15/10/2026 BT  Leave the nightly interest accrual (DEVENGO)
      *                  out of the movement totals: it does not
      *                  touch the balance until capitalised. Its GL
      *                  legs are proved by the morning control from
      *                  the closed log instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISTORY-FILE ASSIGN TO "TRANSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTORY-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-HIX-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  SORTED-LOG-FILE.
       01  SORTED-RECORD.
           05  SRT-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  SRT-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  SRT-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  SRT-TERMINAL           PIC X(04).

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-SALDO-NUEVO         PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  SW-REFERENCIA          PIC X(06).
           05  FILLER                 PIC X(01).
           05  SW-OPERADOR            PIC X(06).
           05  FILLER                 PIC X(01).
           05  SW-TERMINAL            PIC X(04).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(104).

       FD  HISTORY-FILE.
       01  HIST-RECORD                PIC X(79).

       FD  HISTORY-INDEX-FILE.
           COPY HISTIDX.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
       01 WS-SORTED-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-HIST-STATUS PIC X(02).
       01 WS-HIX-STATUS PIC X(02).
       01 WS-INDICE-DISPONIBLE PIC X(01) VALUE "N".
           88 INDICE-DISPONIBLE VALUE "S".
       01 WS-INDEXADO PIC X(01).
           88 MOVIMIENTO-INDEXADO VALUE "S".
       01 WS-CAL-STATUS PIC X(02).
       01 WS-CTL-STATUS PIC X(02).
       01 WS-ARC-STATUS PIC X(02).
       01 WS-TOTAL-INT-DEUDOR PIC S9(07)V99 VALUE 0.
       01 WS-TOTAL-COMISIONES PIC S9(07)V99 VALUE 0.
       01 WS-TOTAL-IMPUESTOS PIC S9(07)V99 VALUE 0.
       01 WS-AJUSTES-CREDITO PIC 9(05) VALUE 0.
       01 WS-AJUSTES-DEBITO PIC 9(05) VALUE 0.
       01 WS-TOTAL-AJUS-CRE PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-AJUS-DEB PIC S9(11)V99 VALUE 0.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(50) VALUE
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-SALDO-CIERRE       PIC -(06)9.99.

       01 WS-LINEA-AJUSTES.
           05  FILLER                 PIC X(29) VALUE
               "AJUSTES MANUALES - CREDITOS: ".
           05  AJS-CANT-CREDITO       PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  AJS-TOTAL-CREDITO      PIC -(10)9.99.
           05  FILLER                 PIC X(11) VALUE "  DEBITOS: ".
           05  AJS-CANT-DEBITO        PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  AJS-TOTAL-DEBITO       PIC -(10)9.99.

       PROCEDURE DIVISION.

       INICIO.
           IF NOT ES-PRIMERA-CUENTA
               PERFORM IMPRIMIR-CUENTA
           END-IF
           PERFORM IMPRIMIR-AJUSTES
           PERFORM CERRAR-ARCHIVOS
           PERFORM GRABAR-CONTROL
           PERFORM ARCHIVAR-TRANSACCIONES
                   ADD SRT-IMPORTE TO WS-TOTAL-DEPOSITOS
               WHEN "LIBERA-C"
                   CONTINUE
               WHEN "DEVENGO"
                   CONTINUE
               WHEN "TRANSF-I"
                   ADD SRT-IMPORTE TO WS-TOTAL-DEPOSITOS
               WHEN "ORDEN-I"
                   ADD SRT-IMPORTE TO WS-TOTAL-COMISIONES
               WHEN "IMPUESTO"
                   ADD SRT-IMPORTE TO WS-TOTAL-IMPUESTOS
               WHEN "AJUS-CRE"
                   ADD SRT-IMPORTE TO WS-TOTAL-DEPOSITOS
                   ADD 1 TO WS-AJUSTES-CREDITO
                   ADD SRT-IMPORTE TO WS-TOTAL-AJUS-CRE
               WHEN "AJUS-DEB"
                   ADD SRT-IMPORTE TO WS-TOTAL-RETIROS
                   ADD 1 TO WS-AJUSTES-DEBITO
                   ADD SRT-IMPORTE TO WS-TOTAL-AJUS-DEB
               WHEN "PF-ALTA"
                   ADD SRT-IMPORTE TO WS-TOTAL-RETIROS
               WHEN "PF-VTO"
                   ADD SRT-IMPORTE TO WS-TOTAL-DEPOSITOS
               WHEN "PF-INT"
                   ADD SRT-IMPORTE TO WS-TOTAL-INTERESES
               WHEN "PR-DESEM"
                   ADD SRT-IMPORTE TO WS-TOTAL-DEPOSITOS
               WHEN "PR-CAP"
                   ADD SRT-IMPORTE TO WS-TOTAL-RETIROS
               WHEN "PR-INT"
                   ADD SRT-IMPORTE TO WS-TOTAL-INT-DEUDOR
               WHEN OTHER
                   ADD SRT-IMPORTE TO WS-TOTAL-RETIROS
           END-EVALUATE
           MOVE WS-SALDO-CIERRE TO DET-SALDO-CIERRE
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

      ******************************************************************
      * Adjustments already sit in the depositos and retiros columns;
      * this line shows how much of those columns is back-office
      * correction rather than customer activity.
      ******************************************************************
       IMPRIMIR-AJUSTES.
           MOVE WS-AJUSTES-CREDITO TO AJS-CANT-CREDITO
           MOVE WS-TOTAL-AJUS-CRE TO AJS-TOTAL-CREDITO
           MOVE WS-AJUSTES-DEBITO TO AJS-CANT-DEBITO
           MOVE WS-TOTAL-AJUS-DEB TO AJS-TOTAL-DEBITO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-AJUSTES.

       CERRAR-ARCHIVOS.
           CLOSE SORTED-LOG-FILE
           CLOSE REPORT-FILE.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-INDICE-HISTORIA
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE 0 TO WS-COPIADOS
           PERFORM LEER-LOG-ORIGINAL
           PERFORM COPIAR-AL-HISTORICO
               UNTIL FIN-ARCHIVO
           CLOSE TRANSACTION-LOG-FILE
           CLOSE HISTORY-FILE
           IF INDICE-DISPONIBLE
               CLOSE HISTORY-INDEX-FILE
           END-IF.

      ******************************************************************
      * The indexed history is only ever created whole, by the
      * rebuild in INDICE-HISTORIA: creating it here would leave an
      * index holding tonight's entries alone, which the inquiries
      * would take for the account's complete history. Without it
      * the archive is still written and the index is left to be
      * rebuilt.
      ******************************************************************
       ABRIR-INDICE-HISTORIA.
           MOVE "N" TO WS-INDICE-DISPONIBLE
           OPEN I-O HISTORY-INDEX-FILE
           IF WS-HIX-STATUS = "00"
               MOVE "S" TO WS-INDICE-DISPONIBLE
           ELSE
               DISPLAY "AVISO: INDICE HISTORICO HISTIDX NO "
                   "DISPONIBLE (" WS-HIX-STATUS "); REGENERARLO "
                   "CON INDICE-HISTORIA"
           END-IF.

      ******************************************************************
      * The archive pass stops at the count the sort captured, so

       COPIAR-AL-HISTORICO.
           WRITE HIST-RECORD FROM LOG-RECORD
           IF INDICE-DISPONIBLE
               PERFORM INDEXAR-MOVIMIENTO
           END-IF
           ADD 1 TO WS-COPIADOS
           PERFORM LEER-LOG-ORIGINAL.

       INDEXAR-MOVIMIENTO.
           MOVE LOG-ACCOUNT TO HIX-CLAVE-CUENTA
           MOVE LOG-DATE TO HIX-CLAVE-FECHA
           MOVE LOG-TIME TO HIX-CLAVE-HORA
           MOVE 0 TO HIX-CLAVE-SECUENCIA
           MOVE LOG-RECORD TO HIX-MOVIMIENTO
           MOVE "N" TO WS-INDEXADO
           PERFORM GRABAR-INDICE
               UNTIL MOVIMIENTO-INDEXADO.

      ******************************************************************
      * A key already taken by another entry of the same account,
      * date and time moves the entry to the next sequence number.
      ******************************************************************
       GRABAR-INDICE.
           WRITE HIX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-HIX-STATUS
               WHEN "00"
                   MOVE "S" TO WS-INDEXADO
               WHEN "22"
                   ADD 1 TO HIX-CLAVE-SECUENCIA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR EL INDICE HISTORICO: "
                       WS-HIX-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * The chain's final cleanup compares this count with what
      * TRANSDIA holds at cleanup time: a terminal that kept an old
