      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly report of the withdrawals a supervisor
      *          authorised over the daily limits at the cashier.
      *          Reads the closed day generation of the transaction
      *          log (TRANSDIA, bounded by the count the
      *          reconciliation archived) and replays each account's
      *          cashier withdrawals of each day in time order, the
      *          way the cashier's daily counters add them up. Every
      *          withdrawal carrying a supervisor in its reference is
      *          listed with the operator, the supervisor, the daily
      *          amount and count limits of the account's product and
      *          how far the withdrawal took the account past each,
      *          followed by a summary per supervisor, so audit can
      *          review who overrides how often and by how much
      *          (AUTORREP). The limits are those of the product file
      *          at the time of the run; without a product record the
      *          cashier's built-in defaults apply, as they did at
      *          the terminal. The cash payout of an account closure
      *          (terminal MANT) never counts against the limits and
      *          is left out of the replay.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-AUTORIZACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SORTED-LOG-FILE ASSIGN TO "AUTOSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK7".
           SELECT REPORT-FILE ASSIGN TO "AUTORREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-FECHA              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CAL-HABIL              PIC X(01).
           05  FILLER                 PIC X(01).
           05  CAL-FECHA-PROCESO      PIC 9(06).

       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODUCTO.

       FD  OPERATOR-MASTER-FILE.
       01  OPER-RECORD.
           05  OPER-ID                PIC X(06).
           05  OPER-PASSWORD          PIC X(08).
           05  OPER-NOMBRE            PIC X(30).
           05  OPER-ROL               PIC X(01).
           05  OPER-FECHA-PASSWORD    PIC 9(06).
           05  OPER-INTENTOS          PIC 9(01).
           05  OPER-ESTADO            PIC X(01).
           05  OPER-FORZAR-CAMBIO     PIC X(01).
           05  FILLER                 PIC X(01).

       FD  SORTED-LOG-FILE.
       01  SORTED-RECORD.
           05  SRT-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  SRT-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  SRT-ACCOUNT            PIC X(06).
           05  FILLER                 PIC X(01).
           05  SRT-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  SRT-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(01).
           05  SRT-SALDO-ANTERIOR     PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  SRT-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  SRT-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  SRT-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  SRT-TERMINAL           PIC X(04).

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-DATE                PIC 9(06).
           05  FILLER                 PIC X(01).
           05  SW-TIME                PIC 9(08).
           05  FILLER                 PIC X(01).
           05  SW-ACCOUNT             PIC X(06).
           05  FILLER                 PIC X(01).
           05  SW-TIPO                PIC X(08).
           05  FILLER                 PIC X(01).
           05  SW-IMPORTE             PIC S9(06)V99.
           05  FILLER                 PIC X(01).
           05  SW-SALDO-ANTERIOR      PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  SW-SALDO-NUEVO         PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  SW-REFERENCIA          PIC X(06).
           05  FILLER                 PIC X(01).
           05  SW-OPERADOR            PIC X(06).
           05  FILLER                 PIC X(01).
           05  SW-TERMINAL            PIC X(04).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(02).
       01 WS-ARC-STATUS PIC X(02).
       01 WS-CAL-STATUS PIC X(02).
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-PROD-STATUS PIC X(02).
       01 WS-OPER-STATUS PIC X(02).
       01 WS-SORTED-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-ARC-LIMITE PIC 9(07) VALUE 9999999.
       01 WS-LEIDOS-CORTE PIC 9(07) VALUE 0.
       01 WS-ACCT-DISPONIBLE PIC X(01) VALUE "N".
           88 CUENTAS-DISPONIBLES VALUE "S".
       01 WS-PROD-DISPONIBLE PIC X(01) VALUE "N".
           88 PRODUCTOS-DISPONIBLES VALUE "S".
       01 WS-OPER-DISPONIBLE PIC X(01) VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".
       01 WS-FIN-GENERACION PIC X(01) VALUE "N".
           88 FIN-GENERACION VALUE "S".
       01 WS-FIN-CALENDARIO PIC X(01) VALUE "N".
           88 FIN-CALENDARIO VALUE "S".
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-PRIMER-MOVIMIENTO PIC X(01) VALUE "S".
           88 ES-PRIMER-MOVIMIENTO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-FECHA-PROCESO PIC 9(06).
       01 WS-CUENTA-ACTUAL PIC X(06).
       01 WS-FECHA-ACTUAL PIC 9(06).

      ******************************************************************
      * The cashier's built-in daily limits, used when the account or
      * its product is not on file.
      ******************************************************************
       01 WS-LIMITE-DEFECTO PIC S9(05)V99 VALUE 2000.00.
       01 WS-MAX-RETIROS-DEFECTO PIC 9(02) VALUE 5.
       01 WS-LIMITE-IMPORTE PIC S9(05)V99.
       01 WS-LIMITE-CANTIDAD PIC 9(02).
       01 WS-ACUM-IMPORTE PIC S9(07)V99.
       01 WS-ACUM-CANTIDAD PIC 9(03).
       01 WS-EXCESO-IMPORTE PIC S9(07)V99.
       01 WS-EXCESO-CANTIDAD PIC 9(03).
       01 WS-AUTORIZACIONES PIC 9(05) VALUE 0.
       01 WS-RETIROS-LEIDOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-EXCESO-IMPORTE PIC S9(09)V99 VALUE 0.
       01 WS-TOTAL-EXCESO-CANTIDAD PIC 9(05) VALUE 0.

      ******************************************************************
      * Per-supervisor summary, filled in as the authorisations are
      * met and printed at the end.
      ******************************************************************
       01 WS-SUP-MAX PIC 9(02) VALUE 50.
       01 WS-SUP-COUNT PIC 9(02) VALUE 0.
       01 WS-SUP-IDX PIC 9(02).
       01 WS-SUP-HALLADO PIC X(01) VALUE "N".
           88 SUPERVISOR-HALLADO VALUE "S".
       01 TABLA-SUPERVISORES.
           05 SUPERVISOR-ENTRADA OCCURS 50 TIMES.
               10 TSU-SUPERVISOR      PIC X(06).
               10 TSU-CANTIDAD        PIC 9(05).
               10 TSU-EXCESO-IMPORTE  PIC S9(09)V99.
               10 TSU-EXCESO-CANTIDAD PIC 9(05).

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(50) VALUE
               "RETIROS AUTORIZADOS POR SUPERVISOR SOBRE LIMITES".
           05  FILLER                 PIC X(16) VALUE
               "FECHA PROCESO: ".
           05  ENC-FECHA-PROCESO      PIC 9(06).

       01 WS-ENCABEZADO-DETALLE.
           05  FILLER                 PIC X(08) VALUE "FECHA".
           05  FILLER                 PIC X(10) VALUE "HORA".
           05  FILLER                 PIC X(08) VALUE "CUENTA".
           05  FILLER                 PIC X(06) VALUE "TERM".
           05  FILLER                 PIC X(08) VALUE "CAJERO".
           05  FILLER                 PIC X(08) VALUE "SUPERV".
           05  FILLER                 PIC X(12) VALUE "    IMPORTE".
           05  FILLER                 PIC X(11) VALUE " LIM.DIARIO".
           05  FILLER                 PIC X(11) VALUE "    EXCESO".
           05  FILLER                 PIC X(09) VALUE " LIM.CANT".
           05  FILLER                 PIC X(07) VALUE " EXCESO".

       01 WS-LINEA-DETALLE.
           05  DET-FECHA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-HORA               PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-SUPERVISOR         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-IMPORTE            PIC -(06)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-LIMITE-IMPORTE     PIC Z(05)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-EXCESO-IMPORTE     PIC Z(06)9.99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  DET-LIMITE-CANTIDAD    PIC Z9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DET-EXCESO-CANTIDAD    PIC ZZ9 BLANK WHEN ZERO.

       01 WS-ENCABEZADO-RESUMEN.
           05  FILLER                 PIC X(08) VALUE "SUPERV".
           05  FILLER                 PIC X(32) VALUE "NOMBRE".
           05  FILLER                 PIC X(10) VALUE "     AUTOR".
           05  FILLER                 PIC X(16) VALUE
               "  EXCESO IMPORTE".
           05  FILLER                 PIC X(12) VALUE " EXCESO CANT".

       01 WS-LINEA-SUPERVISOR.
           05  LSU-SUPERVISOR         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LSU-NOMBRE             PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LSU-CANTIDAD           PIC Z(09)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LSU-EXCESO-IMPORTE     PIC Z(10)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LSU-EXCESO-CANTIDAD    PIC Z(09)9.

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(20) VALUE
               "RETIROS REVISADOS: ".
           05  RES-RETIROS            PIC Z(06)9.
           05  FILLER                 PIC X(19) VALUE
               "  AUTORIZACIONES: ".
           05  RES-AUTORIZACIONES     PIC Z(04)9.
           05  FILLER                 PIC X(11) VALUE
               "  EXCESO: ".
           05  RES-EXCESO-IMPORTE     PIC Z(08)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RES-EXCESO-CANTIDAD    PIC Z(04)9.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM DETERMINAR-FECHA-PROCESO
           PERFORM LEER-LIMITE-ARCHIVO
           PERFORM ORDENAR-RETIROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADOS
           PERFORM LEER-SIGUIENTE
           PERFORM PROCESAR-RETIRO
               UNTIL FIN-ARCHIVO
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "AUTORIZACIONES: RETIROS " WS-RETIROS-LEIDOS
               " AUTORIZADOS " WS-AUTORIZACIONES
           STOP RUN.

      ******************************************************************
      * The report is labelled with the calendar's processing date,
      * like the reconciliation it is read alongside; without a
      * calendar entry the wall-clock date is used.
      ******************************************************************
       DETERMINAR-FECHA-PROCESO.
           MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               MOVE "N" TO WS-FIN-CALENDARIO
               PERFORM LEER-CALENDARIO
               PERFORM BUSCAR-FECHA-CALENDARIO
                   UNTIL FIN-CALENDARIO
               CLOSE CALENDAR-FILE
           END-IF.

       LEER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE "S" TO WS-FIN-CALENDARIO
           END-READ.

       BUSCAR-FECHA-CALENDARIO.
           IF CAL-FECHA = WS-FECHA-HOY
               MOVE CAL-FECHA-PROCESO TO WS-FECHA-PROCESO
               MOVE "S" TO WS-FIN-CALENDARIO
           ELSE
               PERFORM LEER-CALENDARIO
           END-IF.

      ******************************************************************
      * The reconciliation leaves in ARCHCTL the count of TRANSDIA
      * records it archived; a tail beyond it belongs to the next
      * day, so the report stops at the archived count like the
      * other close-side readers. Without an ARCHCTL on file the
      * whole generation is read.
      ******************************************************************
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

       ORDENAR-RETIROS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT
               ON ASCENDING KEY SW-DATE
               ON ASCENDING KEY SW-TIME
               INPUT PROCEDURE IS CAPTURAR-GENERACION
               GIVING SORTED-LOG-FILE.

       CAPTURAR-GENERACION.
           MOVE "N" TO WS-FIN-GENERACION
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               MOVE "S" TO WS-FIN-GENERACION
           ELSE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG DE TRANSACCIONES: "
                   WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM LEER-GENERACION
               PERFORM LIBERAR-GENERACION
                   UNTIL FIN-GENERACION
               CLOSE TRANSACTION-LOG-FILE
           END-IF
           END-IF.

       LEER-GENERACION.
           IF WS-LEIDOS-CORTE NOT < WS-ARC-LIMITE
               MOVE "S" TO WS-FIN-GENERACION
           ELSE
               READ TRANSACTION-LOG-FILE
                   AT END
                       MOVE "S" TO WS-FIN-GENERACION
                   NOT AT END
                       ADD 1 TO WS-LEIDOS-CORTE
               END-READ
           END-IF.

      ******************************************************************
      * Only the cashier's withdrawals feed the daily counters.
      ******************************************************************
       LIBERAR-GENERACION.
           IF LOG-TIPO = "RETIRO"
              AND LOG-TERMINAL NOT = "MANT"
               RELEASE SW-RECORD FROM LOG-RECORD
           END-IF
           PERFORM LEER-GENERACION.

       ABRIR-ARCHIVOS.
           OPEN INPUT SORTED-LOG-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG ORDENADO: "
                   WS-SORTED-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS = "00"
               MOVE "S" TO WS-ACCT-DISPONIBLE
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-STATUS = "00"
               MOVE "S" TO WS-PROD-DISPONIBLE
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE "S" TO WS-OPER-DISPONIBLE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-ENCABEZADOS.
           MOVE WS-FECHA-PROCESO TO ENC-FECHA-PROCESO
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-DETALLE.

       LEER-SIGUIENTE.
           READ SORTED-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * The counters start over for every account and every day, as
      * the cashier's do; a withdrawal's daily total and count
      * include the withdrawal itself.
      ******************************************************************
       PROCESAR-RETIRO.
           IF ES-PRIMER-MOVIMIENTO
              OR SRT-ACCOUNT NOT = WS-CUENTA-ACTUAL
               MOVE "N" TO WS-PRIMER-MOVIMIENTO
               MOVE SRT-ACCOUNT TO WS-CUENTA-ACTUAL
               PERFORM CARGAR-LIMITES
               PERFORM INICIAR-DIA
           ELSE
           IF SRT-DATE NOT = WS-FECHA-ACTUAL
               PERFORM INICIAR-DIA
           END-IF
           END-IF
           ADD 1 TO WS-RETIROS-LEIDOS
           ADD SRT-IMPORTE TO WS-ACUM-IMPORTE
           ADD 1 TO WS-ACUM-CANTIDAD
           IF SRT-REFERENCIA NOT = SPACES
               PERFORM IMPRIMIR-AUTORIZACION
           END-IF
           PERFORM LEER-SIGUIENTE.

       INICIAR-DIA.
           MOVE SRT-DATE TO WS-FECHA-ACTUAL
           MOVE 0 TO WS-ACUM-IMPORTE
           MOVE 0 TO WS-ACUM-CANTIDAD.

       CARGAR-LIMITES.
           MOVE WS-LIMITE-DEFECTO TO WS-LIMITE-IMPORTE
           MOVE WS-MAX-RETIROS-DEFECTO TO WS-LIMITE-CANTIDAD
           IF CUENTAS-DISPONIBLES
               MOVE SRT-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LEER-PRODUCTO
               END-READ
           END-IF.

       LEER-PRODUCTO.
           IF PRODUCTOS-DISPONIBLES
              AND ACCT-PRODUCTO NOT = SPACES
               MOVE ACCT-PRODUCTO TO PROD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-LIMITE-RETIRO TO WS-LIMITE-IMPORTE
                       MOVE PROD-MAX-RETIROS-DIA TO WS-LIMITE-CANTIDAD
               END-READ
           END-IF.

       IMPRIMIR-AUTORIZACION.
           ADD 1 TO WS-AUTORIZACIONES
           MOVE 0 TO WS-EXCESO-IMPORTE
           MOVE 0 TO WS-EXCESO-CANTIDAD
           IF WS-ACUM-IMPORTE > WS-LIMITE-IMPORTE
               COMPUTE WS-EXCESO-IMPORTE =
                   WS-ACUM-IMPORTE - WS-LIMITE-IMPORTE
           END-IF
           IF WS-ACUM-CANTIDAD > WS-LIMITE-CANTIDAD
               COMPUTE WS-EXCESO-CANTIDAD =
                   WS-ACUM-CANTIDAD - WS-LIMITE-CANTIDAD
           END-IF
           ADD WS-EXCESO-IMPORTE TO WS-TOTAL-EXCESO-IMPORTE
           ADD WS-EXCESO-CANTIDAD TO WS-TOTAL-EXCESO-CANTIDAD
           MOVE SRT-DATE TO DET-FECHA
           MOVE SRT-TIME TO DET-HORA
           MOVE SRT-ACCOUNT TO DET-CUENTA
           MOVE SRT-TERMINAL TO DET-TERMINAL
           MOVE SRT-OPERADOR TO DET-OPERADOR
           MOVE SRT-REFERENCIA TO DET-SUPERVISOR
           MOVE SRT-IMPORTE TO DET-IMPORTE
           MOVE WS-LIMITE-IMPORTE TO DET-LIMITE-IMPORTE
           MOVE WS-EXCESO-IMPORTE TO DET-EXCESO-IMPORTE
           MOVE WS-LIMITE-CANTIDAD TO DET-LIMITE-CANTIDAD
           MOVE WS-EXCESO-CANTIDAD TO DET-EXCESO-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           PERFORM ACUMULAR-SUPERVISOR.

      ******************************************************************
      * A full supervisor table aborts the run rather than leave a
      * supervisor off the audit summary, the way the other
      * table-bound jobs abort at their own limits.
      ******************************************************************
       ACUMULAR-SUPERVISOR.
           MOVE "N" TO WS-SUP-HALLADO
           MOVE 1 TO WS-SUP-IDX
           PERFORM COMPARAR-SUPERVISOR
               UNTIL SUPERVISOR-HALLADO
                  OR WS-SUP-IDX > WS-SUP-COUNT
           IF NOT SUPERVISOR-HALLADO
               IF WS-SUP-COUNT = WS-SUP-MAX
                   DISPLAY "AUTORIZACIONES: MAS DE " WS-SUP-MAX
                       " SUPERVISORES; CORRIDA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUP-COUNT
               MOVE WS-SUP-COUNT TO WS-SUP-IDX
               MOVE SRT-REFERENCIA TO TSU-SUPERVISOR (WS-SUP-IDX)
               MOVE 0 TO TSU-CANTIDAD (WS-SUP-IDX)
               MOVE 0 TO TSU-EXCESO-IMPORTE (WS-SUP-IDX)
               MOVE 0 TO TSU-EXCESO-CANTIDAD (WS-SUP-IDX)
           END-IF
           ADD 1 TO TSU-CANTIDAD (WS-SUP-IDX)
           ADD WS-EXCESO-IMPORTE TO TSU-EXCESO-IMPORTE (WS-SUP-IDX)
           ADD WS-EXCESO-CANTIDAD TO TSU-EXCESO-CANTIDAD (WS-SUP-IDX).

       COMPARAR-SUPERVISOR.
           IF TSU-SUPERVISOR (WS-SUP-IDX) = SRT-REFERENCIA
               MOVE "S" TO WS-SUP-HALLADO
           ELSE
               ADD 1 TO WS-SUP-IDX
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AUTORIZACIONES = 0
               MOVE "SIN RETIROS AUTORIZADOS SOBRE LIMITES"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "RESUMEN POR SUPERVISOR" TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-ENCABEZADO-RESUMEN
               MOVE 1 TO WS-SUP-IDX
               PERFORM IMPRIMIR-SUPERVISOR
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
           END-IF
           MOVE WS-RETIROS-LEIDOS TO RES-RETIROS
           MOVE WS-AUTORIZACIONES TO RES-AUTORIZACIONES
           MOVE WS-TOTAL-EXCESO-IMPORTE TO RES-EXCESO-IMPORTE
           MOVE WS-TOTAL-EXCESO-CANTIDAD TO RES-EXCESO-CANTIDAD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN.

       IMPRIMIR-SUPERVISOR.
           MOVE TSU-SUPERVISOR (WS-SUP-IDX) TO LSU-SUPERVISOR
           MOVE SPACES TO LSU-NOMBRE
           IF OPERADORES-DISPONIBLES
               MOVE TSU-SUPERVISOR (WS-SUP-IDX) TO OPER-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE "*** NO ESTA EN OPERMAST ***"
                           TO LSU-NOMBRE
                   NOT INVALID KEY
                       MOVE OPER-NOMBRE TO LSU-NOMBRE
               END-READ
           END-IF
           MOVE TSU-CANTIDAD (WS-SUP-IDX) TO LSU-CANTIDAD
           MOVE TSU-EXCESO-IMPORTE (WS-SUP-IDX) TO LSU-EXCESO-IMPORTE
           MOVE TSU-EXCESO-CANTIDAD (WS-SUP-IDX)
               TO LSU-EXCESO-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-SUPERVISOR
           ADD 1 TO WS-SUP-IDX.

       CERRAR-ARCHIVOS.
           CLOSE SORTED-LOG-FILE
           IF CUENTAS-DISPONIBLES
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF PRODUCTOS-DISPONIBLES
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           IF OPERADORES-DISPONIBLES
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM REPORTE-AUTORIZACIONES.
