      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly collection of loan installments. Walks the
      *          schedule file CUOTMAST in key order (each loan's
      *          installments oldest first) and, for every installment
      *          not yet collected that is due on or before the
      *          CALENDARIO processing date, debits the installment to
      *          the loan's account, logging its capital (PR-CAP) and
      *          interest (PR-INT) parts as separate entries that
      *          reference the loan number, and brings down the
      *          loan's outstanding principal; the loan is closed as
      *          cancelled when its last installment is collected. An
      *          installment that cannot be collected (account
      *          missing, closed/frozen or dormant, not enough
      *          available funds, or funds held by an embargo, tested
      *          the same way as the standing-order posting) is
      *          flagged in arrears and retried every night after.
      *          Every installment handled is listed on the collection
      *          report COBRREP.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRO-PRESTAMOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-FILE ASSIGN TO "CUOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUO-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "PRESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS WS-PRE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CUENTA
               FILE STATUS IS WS-EMB-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COBRREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-FILE.
           COPY CUOTA.

       FD  LOAN-MASTER-FILE.
           COPY PRESTAMO.

       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.

       FD  HOLD-MASTER-FILE.
           COPY EMBARGO.

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

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(90).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-FECHA              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CAL-HABIL              PIC X(01).
           05  FILLER                 PIC X(01).
           05  CAL-FECHA-PROCESO      PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-CUO-STATUS PIC X(02).
       01 WS-PRE-STATUS PIC X(02).
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-EMB-STATUS PIC X(02).
       01 WS-EMB-DISPONIBLE PIC X(01) VALUE "N".
           88 EMBARGOS-DISPONIBLES VALUE "S".
       01 WS-IMPORTE-EMBARGO PIC S9(07)V99.
       01 WS-LOG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-CAL-STATUS PIC X(02).
       01 WS-FIN-CUOTAS PIC X(01) VALUE "N".
           88 FIN-CUOTAS VALUE "S".
       01 WS-FIN-CALENDARIO PIC X(01) VALUE "N".
           88 FIN-CALENDARIO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-FECHA-PROCESO PIC 9(06).
       01 WS-PRESTAMO-IMPAGO PIC X(06) VALUE SPACES.
       01 WS-CUENTA-PRESTAMO PIC X(06) VALUE SPACES.
       01 WS-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-SALDO-PENDIENTE PIC S9(07)V99.
       01 WS-LOG-TIPO PIC X(08).
       01 WS-LOG-IMPORTE PIC S9(06)V99.
       01 WS-LOG-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-LOG-SALDO-NUEVO PIC S9(07)V99.
       01 WS-MOTIVO PIC X(28).
       01 WS-CUOTAS-COBRADAS PIC 9(05) VALUE 0.
       01 WS-CUOTAS-EN-MORA PIC 9(05) VALUE 0.
       01 WS-PRESTAMOS-CANCELADOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-CAPITAL PIC S9(09)V99 VALUE 0.
       01 WS-TOTAL-INTERES PIC S9(09)V99 VALUE 0.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(43) VALUE
               "REPORTE DE COBRO DE CUOTAS DE PRESTAMOS DIA".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(40) VALUE
               "PREST  CUOTA CUENTA  VTO       IMPORTE  ".
           05  FILLER                 PIC X(30) VALUE
               "  CAPITAL   INTERES  RESULTADO".

       01 WS-LINEA-DETALLE.
           05  DET-PRESTAMO           PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUOTA              PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-VENCIMIENTO        PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-IMPORTE            PIC -(06)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-CAPITAL            PIC -(06)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-INTERES            PIC -(06)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-RESULTADO          PIC X(28).

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(18) VALUE
               "CUOTAS COBRADAS: ".
           05  RES-COBRADAS           PIC 9(05).
           05  FILLER                 PIC X(13) VALUE
               "  EN MORA: ".
           05  RES-EN-MORA            PIC 9(05).
           05  FILLER                 PIC X(25) VALUE
               "  PRESTAMOS CANCELADOS: ".
           05  RES-CANCELADOS         PIC 9(05).

       01 WS-LINEA-TOTALES.
           05  FILLER                 PIC X(18) VALUE
               "CAPITAL COBRADO: ".
           05  TOT-CAPITAL            PIC -(09)9.99.
           05  FILLER                 PIC X(21) VALUE
               "  INTERES COBRADO: ".
           05  TOT-INTERES            PIC -(09)9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM DETERMINAR-FECHA-PROCESO
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE LOW-VALUES TO CUO-CLAVE
           START INSTALLMENT-FILE
               KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-CUOTAS
           END-START
           IF NOT FIN-CUOTAS
               PERFORM LEER-SIGUIENTE-CUOTA
           END-IF
           PERFORM PROCESAR-CUOTA
               UNTIL FIN-CUOTAS
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "CUOTAS COBRADAS: " WS-CUOTAS-COBRADAS
               " EN MORA: " WS-CUOTAS-EN-MORA
           STOP RUN.

      ******************************************************************
      * The operations-maintained calendar assigns every calendar date
      * its processing date. Without a calendar, or for a date not on
      * it, the wall-clock date is the processing date.
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
           END-IF
           IF WS-FECHA-PROCESO NOT = WS-FECHA-HOY
               DISPLAY "FECHA DE PROCESO SEGUN CALENDARIO: "
                   WS-FECHA-PROCESO
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

       ABRIR-ARCHIVOS.
           OPEN I-O INSTALLMENT-FILE
           IF WS-CUO-STATUS = "35"
               DISPLAY "COBRO DE CUOTAS: SIN PRESTAMOS REGISTRADOS"
               STOP RUN
           END-IF
           IF WS-CUO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE CUOTAS: "
                   WS-CUO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF WS-PRE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PRESTAMOS: "
                   WS-PRE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE CUENTAS: "
                   WS-ACCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG DE TRANSACCIONES: "
                   WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOLD-MASTER-FILE
           IF WS-EMB-STATUS = "00"
               MOVE "S" TO WS-EMB-DISPONIBLE
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE WS-FECHA-PROCESO TO ENC-FECHA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

       LEER-SIGUIENTE-CUOTA.
           READ INSTALLMENT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CUOTAS
           END-READ.

      ******************************************************************
      * An installment handled tonight carries tonight's processing
      * date and is never touched again for that date, however often
      * the job is rerun; one that fell due over a weekend or holiday
      * is picked up by the next run, and one in arrears is retried
      * every night until it is collected. One already left in
      * arrears tonight still holds back the later installments of
      * its loan on a rerun.
      ******************************************************************
       PROCESAR-CUOTA.
           IF (CUOTA-PENDIENTE OR CUOTA-EN-MORA)
              AND CUO-FECHA-VTO NOT > WS-FECHA-PROCESO
               IF CUO-FECHA-ULT-INTENTO IS NUMERIC
                  AND CUO-FECHA-ULT-INTENTO = WS-FECHA-PROCESO
                   IF CUOTA-EN-MORA
                       MOVE CUO-PRESTAMO TO WS-PRESTAMO-IMPAGO
                   END-IF
               ELSE
                   PERFORM COBRAR-CUOTA
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-CUOTA.

      ******************************************************************
      * Installments are collected strictly in order: once one of a
      * loan's installments stays unpaid tonight, the later ones of
      * the same loan are not collected ahead of it.
      ******************************************************************
       COBRAR-CUOTA.
           MOVE WS-FECHA-PROCESO TO CUO-FECHA-ULT-INTENTO
           IF CUO-PRESTAMO = WS-PRESTAMO-IMPAGO
               MOVE "CUOTA ANTERIOR IMPAGA" TO WS-MOTIVO
               PERFORM DEJAR-EN-MORA
           ELSE
               MOVE SPACES TO WS-CUENTA-PRESTAMO
               MOVE CUO-PRESTAMO TO PRE-NUMERO
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       MOVE "PRESTAMO INEXISTENTE" TO WS-MOTIVO
                       PERFORM DEJAR-EN-MORA
                   NOT INVALID KEY
                       MOVE PRE-CUENTA TO WS-CUENTA-PRESTAMO
                       IF NOT PRESTAMO-VIGENTE
                           MOVE "PRESTAMO NO VIGENTE" TO WS-MOTIVO
                           PERFORM DEJAR-EN-MORA
                       ELSE
                           PERFORM LEER-CUENTA-PRESTAMO
                       END-IF
               END-READ
           END-IF.

       LEER-CUENTA-PRESTAMO.
           MOVE PRE-CUENTA TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO
                   PERFORM DEJAR-EN-MORA
               NOT INVALID KEY
                   PERFORM DEBITAR-CUOTA
           END-READ.

       DEBITAR-CUOTA.
           IF NOT CUENTA-ACTIVA
               MOVE "CUENTA CERRADA/CONGELADA" TO WS-MOTIVO
               PERFORM DEJAR-EN-MORA
           ELSE
           IF CUENTA-INACTIVA
               MOVE "CUENTA INACTIVA" TO WS-MOTIVO
               PERFORM DEJAR-EN-MORA
           ELSE
           IF ACCT-SALDO-PENDIENTE IS NUMERIC
               MOVE ACCT-SALDO-PENDIENTE TO WS-SALDO-PENDIENTE
           ELSE
               MOVE 0 TO WS-SALDO-PENDIENTE
           END-IF
           PERFORM LEER-EMBARGO
           IF ACCT-BALANCE - WS-SALDO-PENDIENTE - CUO-IMPORTE < 0
               MOVE "FONDOS INSUFICIENTES" TO WS-MOTIVO
               PERFORM DEJAR-EN-MORA
           ELSE
           IF ACCT-BALANCE - WS-SALDO-PENDIENTE - WS-IMPORTE-EMBARGO
              - CUO-IMPORTE < 0
               MOVE "FONDOS EMBARGADOS" TO WS-MOTIVO
               PERFORM DEJAR-EN-MORA
           ELSE
               PERFORM APLICAR-COBRO
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * The account is debited the whole installment once; the log
      * then shows its capital (PR-CAP) and interest (PR-INT) parts
      * as two entries with chained running balances, so the replayed
      * movements add up to the balance on the master.
      ******************************************************************
       APLICAR-COBRO.
           MOVE ACCT-BALANCE TO WS-SALDO-ANTERIOR
           SUBTRACT CUO-IMPORTE FROM ACCT-BALANCE
           MOVE WS-FECHA-HOY TO ACCT-FECHA-ULT-MOV
           REWRITE ACCT-RECORD
           MOVE WS-SALDO-ANTERIOR TO WS-LOG-SALDO-NUEVO
           IF CUO-CAPITAL > 0
               MOVE "PR-CAP" TO WS-LOG-TIPO
               MOVE CUO-CAPITAL TO WS-LOG-IMPORTE
               PERFORM ENCADENAR-LOG
           END-IF
           IF CUO-INTERES > 0
               MOVE "PR-INT" TO WS-LOG-TIPO
               MOVE CUO-INTERES TO WS-LOG-IMPORTE
               PERFORM ENCADENAR-LOG
           END-IF
           MOVE "C" TO CUO-ESTADO
           MOVE WS-FECHA-PROCESO TO CUO-FECHA-COBRO
           REWRITE CUO-RECORD
           SUBTRACT CUO-CAPITAL FROM PRE-SALDO-CAPITAL
           ADD 1 TO PRE-CUOTAS-COBRADAS
           ADD 1 TO WS-CUOTAS-COBRADAS
           ADD CUO-CAPITAL TO WS-TOTAL-CAPITAL
           ADD CUO-INTERES TO WS-TOTAL-INTERES
           IF PRE-CUOTAS-COBRADAS NOT < PRE-CANTIDAD-CUOTAS
               MOVE "C" TO PRE-ESTADO
               ADD 1 TO WS-PRESTAMOS-CANCELADOS
               MOVE "COBRADA - PRESTAMO CANCELADO" TO WS-MOTIVO
           ELSE
               MOVE "COBRADA" TO WS-MOTIVO
           END-IF
           REWRITE PRE-RECORD
           PERFORM ESCRIBIR-DETALLE.

      ******************************************************************
      * A debit entry continues the running balance of the entry
      * before it.
      ******************************************************************
       ENCADENAR-LOG.
           MOVE WS-LOG-SALDO-NUEVO TO WS-LOG-SALDO-ANTERIOR
           SUBTRACT WS-LOG-IMPORTE FROM WS-LOG-SALDO-NUEVO
           PERFORM ESCRIBIR-LOG.

       DEJAR-EN-MORA.
           MOVE "M" TO CUO-ESTADO
           REWRITE CUO-RECORD
           MOVE CUO-PRESTAMO TO WS-PRESTAMO-IMPAGO
           ADD 1 TO WS-CUOTAS-EN-MORA
           PERFORM ESCRIBIR-DETALLE.

       LEER-EMBARGO.
           MOVE 0 TO WS-IMPORTE-EMBARGO
           IF EMBARGOS-DISPONIBLES
               MOVE PRE-CUENTA TO EMB-CUENTA
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMBARGO-VIGENTE
                           MOVE EMB-IMPORTE TO WS-IMPORTE-EMBARGO
                       END-IF
               END-READ
           END-IF.

       ESCRIBIR-DETALLE.
           MOVE CUO-PRESTAMO TO DET-PRESTAMO
           MOVE CUO-NUMERO TO DET-CUOTA
           MOVE WS-CUENTA-PRESTAMO TO DET-CUENTA
           MOVE CUO-FECHA-VTO TO DET-VENCIMIENTO
           MOVE CUO-IMPORTE TO DET-IMPORTE
           MOVE CUO-CAPITAL TO DET-CAPITAL
           MOVE CUO-INTERES TO DET-INTERES
           MOVE WS-MOTIVO TO DET-RESULTADO
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

      ******************************************************************
      * Log entries carry the wall-clock date, like every other job of
      * the nightly chain, so they sort after the day's cashier
      * entries when the log is replayed; the installment carries the
      * processing date.
      ******************************************************************
       ESCRIBIR-LOG.
           MOVE SPACES TO LOG-RECORD
           ACCEPT LOG-DATE FROM DATE
           ACCEPT LOG-TIME FROM TIME
           MOVE PRE-CUENTA TO LOG-ACCOUNT
           MOVE WS-LOG-TIPO TO LOG-TIPO
           MOVE WS-LOG-IMPORTE TO LOG-IMPORTE
           MOVE WS-LOG-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE WS-LOG-SALDO-NUEVO TO LOG-SALDO-NUEVO
           MOVE PRE-NUMERO TO LOG-REFERENCIA
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       ESCRIBIR-RESUMEN.
           MOVE WS-CUOTAS-COBRADAS TO RES-COBRADAS
           MOVE WS-CUOTAS-EN-MORA TO RES-EN-MORA
           MOVE WS-PRESTAMOS-CANCELADOS TO RES-CANCELADOS
           MOVE WS-TOTAL-CAPITAL TO TOT-CAPITAL
           MOVE WS-TOTAL-INTERES TO TOT-INTERES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN
           WRITE REPORT-LINE FROM WS-LINEA-TOTALES.

       CERRAR-ARCHIVOS.
           CLOSE INSTALLMENT-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE REPORT-FILE
           IF EMBARGOS-DISPONIBLES
               CLOSE HOLD-MASTER-FILE
           END-IF.

       END PROGRAM COBRO-PRESTAMOS.
