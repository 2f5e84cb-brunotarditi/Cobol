      *                  reported and archived the same night, while
      *                  the terminals keep writing the next day's
      *                  TRANSLOG undisturbed.
      *   15/10/2026 BT  Stamp the fixed batch operator and terminal
      *                  (LOTE) on every transaction-log entry,
      *                  whose record now carries both (79 bytes).
      *   15/10/2026 BT  Accrue the credit interest nightly into the
      *                  account's accrued interest (DEVENGO entry,
      *                  balance untouched) and capitalise it on the
      *                  last business day of the month per the
      *                  calendar: the accrued total is credited as
      *                  one gross INTERES entry and the tax withheld
      *                  once on it. An accrual left over from a
      *                  month whose capitalisation was missed is
      *                  capitalised before the night's accrual.
      *                  Debit interest is still charged nightly.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
       01 WS-FIN-CALENDARIO PIC X(01) VALUE "N".
           88 FIN-CALENDARIO VALUE "S".
       01 WS-FECHA-PROCESO PIC 9(06).
       01 FILLER REDEFINES WS-FECHA-PROCESO.
           05 WS-AAMM-PROCESO PIC 9(04).
           05 FILLER PIC 9(02).
       01 WS-ULTIMO-HABIL-MES PIC 9(06) VALUE 0.
       01 WS-FIN-DE-MES PIC X(01) VALUE "N".
           88 ES-FIN-DE-MES VALUE "S".
       01 WS-CUENTA-MODIFICADA PIC X(01).
           88 CUENTA-MODIFICADA VALUE "S".
       01 WS-SERIAL-PROCESO PIC 9(07).
       01 WS-DIA-SEMANA PIC 9(01).
       01 WS-SERIAL-ULT-INTERES PIC 9(07).
       01 WS-LOG-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-LOG-SALDO-NUEVO PIC S9(07)V99.
       01 WS-CUENTAS-PROCESADAS PIC 9(05) VALUE 0.
       01 WS-CUENTAS-CAPITALIZADAS PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM PROCESAR-CUENTA
               UNTIL FIN-ARCHIVO
           DISPLAY "CUENTAS PROCESADAS: " WS-CUENTAS-PROCESADAS
           DISPLAY "CUENTAS CAPITALIZADAS: " WS-CUENTAS-CAPITALIZADAS
           IF WS-CUENTAS-OMITIDAS > 0
               DISPLAY "CUENTAS YA ACREDITADAS HOY (OMITIDAS): "
                   WS-CUENTAS-OMITIDAS
               PERFORM BUSCAR-FECHA-CALENDARIO
                   UNTIL FIN-CALENDARIO
               CLOSE CALENDAR-FILE
               PERFORM DETERMINAR-FIN-DE-MES
           END-IF
           IF WS-FECHA-PROCESO NOT = WS-FECHA-HOY
               DISPLAY "FECHA DE PROCESO SEGUN CALENDARIO: "
                   WS-FECHA-PROCESO
           END-IF
           IF ES-FIN-DE-MES
               DISPLAY "ULTIMO DIA HABIL DEL MES: SE CAPITALIZA "
                   "EL INTERES DEVENGADO"
           END-IF.

      ******************************************************************
      * The processing date is month-end when it is the last business
      * day of its month on the calendar. Without a calendar no night
      * is month-end: the accrual of a month is then capitalised by
      * the first run of the following month instead.
      ******************************************************************
       DETERMINAR-FIN-DE-MES.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               MOVE "N" TO WS-FIN-CALENDARIO
               PERFORM LEER-CALENDARIO
               PERFORM BUSCAR-ULTIMO-HABIL
                   UNTIL FIN-CALENDARIO
               CLOSE CALENDAR-FILE
               IF WS-ULTIMO-HABIL-MES = WS-FECHA-PROCESO
                   MOVE "S" TO WS-FIN-DE-MES
               END-IF
           END-IF.

       BUSCAR-ULTIMO-HABIL.
           IF CAL-HABIL = "S"
              AND CAL-FECHA (1:4) = WS-AAMM-PROCESO
              AND CAL-FECHA > WS-ULTIMO-HABIL-MES
               MOVE CAL-FECHA TO WS-ULTIMO-HABIL-MES
           END-IF
           PERFORM LEER-CALENDARIO.

       LEER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
           PERFORM LEER-SIGUIENTE-CUENTA.

      ******************************************************************
      * Credit interest is accrued into ACCT-INTERES-DEVENGADO, not
      * the balance; the DEVENGO log entry records the accrual with
      * the balance unchanged before and after. The accrued total is
      * capitalised on the month's last business day, and an amount
      * still accrued from an earlier month (a missed month-end) is
      * capitalised before tonight's accrual starts the new month.
      * The account is stamped and rewritten once whatever it took.
      ******************************************************************
       ACREDITAR-INTERES.
           MOVE "N" TO WS-CUENTA-MODIFICADA
           IF ACCT-INTERES-DEVENGADO IS NOT NUMERIC
               MOVE 0 TO ACCT-INTERES-DEVENGADO
           END-IF
           PERFORM DETERMINAR-TASA
           PERFORM CALCULAR-DIAS-DEVENGO
           IF ACCT-INTERES-DEVENGADO > 0
              AND ACCT-FECHA-ULT-INTERES IS NUMERIC
              AND ACCT-FECHA-ULT-INTERES (1:4) < WS-AAMM-PROCESO
               PERFORM CAPITALIZAR-INTERES
           END-IF
           IF ACCT-BALANCE < 0
               PERFORM CARGAR-INTERES-DEUDOR
           ELSE
               PERFORM DEVENGAR-INTERES-ACREEDOR
           END-IF
           IF ES-FIN-DE-MES
              AND ACCT-INTERES-DEVENGADO > 0
               PERFORM CAPITALIZAR-INTERES
           END-IF
           IF CUENTA-MODIFICADA
               MOVE WS-FECHA-PROCESO TO ACCT-FECHA-ULT-INTERES
               REWRITE ACCT-RECORD
               ADD 1 TO WS-CUENTAS-PROCESADAS
               PERFORM GRABAR-CHECKPOINT
           END-IF.

       DEVENGAR-INTERES-ACREEDOR.
           COMPUTE WS-INTERES ROUNDED =
               ACCT-BALANCE * WS-TASA-APLICADA * WS-DIAS-DEVENGO
           IF WS-INTERES > 0
               ADD WS-INTERES TO ACCT-INTERES-DEVENGADO
               MOVE "DEVENGO" TO WS-LOG-TIPO
               MOVE WS-INTERES TO WS-LOG-IMPORTE
               MOVE ACCT-BALANCE TO WS-LOG-SALDO-ANTERIOR
               MOVE ACCT-BALANCE TO WS-LOG-SALDO-NUEVO
               PERFORM ESCRIBIR-LOG
               MOVE "S" TO WS-CUENTA-MODIFICADA
           END-IF.

      ******************************************************************
      * The customer is credited with the net of the accrued interest;
      * the log shows the gross INTERES entry immediately followed by
      * the IMPUESTO entry for the tax withheld once on the whole
      * capitalised amount, so the replayed movements still add up to
      * the balance on the master.
      ******************************************************************
       CAPITALIZAR-INTERES.
           MOVE ACCT-INTERES-DEVENGADO TO WS-INTERES
           COMPUTE WS-RETENCION ROUNDED =
               WS-INTERES * WS-TASA-RETENCION
           COMPUTE WS-INTERES-NETO =
               WS-INTERES - WS-RETENCION
           MOVE ACCT-BALANCE TO WS-SALDO-ANTERIOR
           ADD WS-INTERES-NETO TO ACCT-BALANCE
           MOVE 0 TO ACCT-INTERES-DEVENGADO
           MOVE "INTERES" TO WS-LOG-TIPO
           MOVE WS-INTERES TO WS-LOG-IMPORTE
           MOVE WS-SALDO-ANTERIOR TO WS-LOG-SALDO-ANTERIOR
           COMPUTE WS-LOG-SALDO-NUEVO =
               WS-SALDO-ANTERIOR + WS-INTERES
           PERFORM ESCRIBIR-LOG
           IF WS-RETENCION > 0
               MOVE "IMPUESTO" TO WS-LOG-TIPO
               MOVE WS-RETENCION TO WS-LOG-IMPORTE
               COMPUTE WS-LOG-SALDO-ANTERIOR =
                   WS-SALDO-ANTERIOR + WS-INTERES
               MOVE ACCT-BALANCE TO WS-LOG-SALDO-NUEVO
               PERFORM ESCRIBIR-LOG
           END-IF
           ADD 1 TO WS-CUENTAS-CAPITALIZADAS
           MOVE "S" TO WS-CUENTA-MODIFICADA.

      ******************************************************************
      * An account sitting in its overdraft cushion pays interest on
      * what it owes, at the product's debit rate, for the same days
           IF WS-INTERES > 0
               MOVE ACCT-BALANCE TO WS-SALDO-ANTERIOR
               SUBTRACT WS-INTERES FROM ACCT-BALANCE
               MOVE "INT-DEB" TO WS-LOG-TIPO
               MOVE WS-INTERES TO WS-LOG-IMPORTE
               MOVE WS-SALDO-ANTERIOR TO WS-LOG-SALDO-ANTERIOR
               MOVE ACCT-BALANCE TO WS-LOG-SALDO-NUEVO
               PERFORM ESCRIBIR-LOG
               MOVE "S" TO WS-CUENTA-MODIFICADA
           END-IF.

      ******************************************************************
           MOVE WS-LOG-IMPORTE TO LOG-IMPORTE
           MOVE WS-LOG-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE WS-LOG-SALDO-NUEVO TO LOG-SALDO-NUEVO
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       CERRAR-ARCHIVOS.
