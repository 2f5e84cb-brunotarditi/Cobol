      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly maturity of fixed-term deposits. Walks
      *          PLAZMAST and, for every live certificate whose
      *          maturity date has been reached on the CALENDARIO
      *          processing date, pays the interest for the term -
      *          gross PF-INT entry followed by the IMPUESTO entry for
      *          the tax withheld at the same rate as the daily
      *          interest run - to the linked account. A certificate
      *          without the renewal instruction also returns its
      *          principal (PF-VTO) and is closed as paid; one with
      *          the instruction keeps its principal and rolls over
      *          for another term at the agreed rate. A certificate
      *          whose account is missing or closed stays live and
      *          is retried the next night. Every certificate handled
      *          is listed on the maturity report VENCREP.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTO-PLAZOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "PLAZMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-CERTIFICADO
               FILE STATUS IS WS-PLZ-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VENCREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSIT-FILE.
           COPY PLAZO.

       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.

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
       01 WS-PLZ-STATUS PIC X(02).
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-LOG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-CAL-STATUS PIC X(02).
       01 WS-FIN-PLAZOS PIC X(01) VALUE "N".
           88 FIN-PLAZOS VALUE "S".
       01 WS-FIN-CALENDARIO PIC X(01) VALUE "N".
           88 FIN-CALENDARIO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-FECHA-PROCESO PIC 9(06).
       01 WS-TASA-RETENCION PIC 9V9(04) VALUE 0.1500.
       01 WS-DIAS-ANIO PIC 9(03) VALUE 365.
       01 WS-INTERES PIC S9(07)V99.
       01 WS-RETENCION PIC S9(07)V99.
       01 WS-INTERES-NETO PIC S9(07)V99.
       01 WS-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-LOG-TIPO PIC X(08).
       01 WS-LOG-IMPORTE PIC S9(06)V99.
       01 WS-LOG-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-LOG-SALDO-NUEVO PIC S9(07)V99.
       01 WS-MOTIVO PIC X(25).
       01 WS-PLAZOS-PAGADOS PIC 9(05) VALUE 0.
       01 WS-PLAZOS-RENOVADOS PIC 9(05) VALUE 0.
       01 WS-PLAZOS-FALLIDOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-CAPITAL PIC S9(09)V99 VALUE 0.
       01 WS-TOTAL-INTERES PIC S9(09)V99 VALUE 0.
       01 WS-TOTAL-RETENCION PIC S9(09)V99 VALUE 0.
       01 WS-FECHA-VENCIMIENTO PIC 9(06).
       01 FILLER REDEFINES WS-FECHA-VENCIMIENTO.
           05 WS-VTO-AA PIC 9(02).
           05 WS-VTO-MM PIC 9(02).
           05 WS-VTO-DD PIC 9(02).
       01 WS-DIAS-MES-AUX PIC 9(02).
       01 WS-RESTO-BISIESTO PIC 9(02).
       01 WS-COCIENTE-BISIESTO PIC 9(02).
       01 WS-TABLA-DIAS-MES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-TABLA-DIAS-MES.
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "REPORTE DE VENCIMIENTO DE PLAZOS FIJOS  DIA ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(40) VALUE
               "CERTIF  CUENTA     CAPITAL    INTERES   ".
           05  FILLER                 PIC X(20) VALUE
               "IMPUESTO  RESULTADO".

       01 WS-LINEA-DETALLE.
           05  DET-CERTIFICADO        PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CAPITAL            PIC -(06)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-INTERES            PIC -(06)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-RETENCION          PIC -(06)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-RESULTADO          PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-VENCIMIENTO        PIC X(06).

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(10) VALUE "PAGADOS: ".
           05  RES-PAGADOS            PIC 9(05).
           05  FILLER                 PIC X(14) VALUE
               "  RENOVADOS: ".
           05  RES-RENOVADOS          PIC 9(05).
           05  FILLER                 PIC X(13) VALUE
               "  FALLIDOS: ".
           05  RES-FALLIDOS           PIC 9(05).

       01 WS-LINEA-TOTALES.
           05  FILLER                 PIC X(19) VALUE
               "CAPITAL DEVUELTO: ".
           05  TOT-CAPITAL            PIC -(09)9.99.
           05  FILLER                 PIC X(12) VALUE
               "  INTERES: ".
           05  TOT-INTERES            PIC -(09)9.99.
           05  FILLER                 PIC X(13) VALUE
               "  IMPUESTO: ".
           05  TOT-RETENCION          PIC -(09)9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM DETERMINAR-FECHA-PROCESO
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE LOW-VALUES TO PLZ-CERTIFICADO
           START TERM-DEPOSIT-FILE
               KEY IS NOT LESS THAN PLZ-CERTIFICADO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PLAZOS
           END-START
           IF NOT FIN-PLAZOS
               PERFORM LEER-SIGUIENTE-PLAZO
           END-IF
           PERFORM PROCESAR-PLAZO
               UNTIL FIN-PLAZOS
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "PLAZOS PAGADOS: " WS-PLAZOS-PAGADOS
               " RENOVADOS: " WS-PLAZOS-RENOVADOS
               " FALLIDOS: " WS-PLAZOS-FALLIDOS
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
           OPEN I-O TERM-DEPOSIT-FILE
           IF WS-PLZ-STATUS = "35"
               DISPLAY "VENCIMIENTOS: SIN PLAZOS FIJOS REGISTRADOS"
               STOP RUN
           END-IF
           IF WS-PLZ-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PLAZOS FIJOS: "
                   WS-PLZ-STATUS
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
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE WS-FECHA-PROCESO TO ENC-FECHA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

       LEER-SIGUIENTE-PLAZO.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PLAZOS
           END-READ.

      ******************************************************************
      * A certificate matured or renewed tonight carries tonight's
      * processing date and is never touched again for that date,
      * however often the job is rerun; a certificate that fell due
      * over a weekend or holiday is picked up by the next run.
      ******************************************************************
       PROCESAR-PLAZO.
           IF PLAZO-VIGENTE
              AND PLZ-FECHA-VENCIMIENTO NOT > WS-FECHA-PROCESO
              AND NOT (PLZ-FECHA-ULT-PROCESO IS NUMERIC
                       AND PLZ-FECHA-ULT-PROCESO = WS-FECHA-PROCESO)
               PERFORM VENCER-PLAZO
           END-IF
           PERFORM LEER-SIGUIENTE-PLAZO.

       VENCER-PLAZO.
           MOVE 0 TO WS-INTERES
           MOVE 0 TO WS-RETENCION
           MOVE SPACES TO DET-VENCIMIENTO
           MOVE PLZ-CUENTA TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO
                   PERFORM REPORTAR-FALLIDO
               NOT INVALID KEY
                   IF CUENTA-CERRADA
                       MOVE "CUENTA CERRADA" TO WS-MOTIVO
                       PERFORM REPORTAR-FALLIDO
                   ELSE
                       PERFORM LIQUIDAR-PLAZO
                   END-IF
           END-READ.

      ******************************************************************
      * Interest for the whole term on a 365-day year, with the same
      * tax withheld at source as the daily interest run. The log
      * shows the principal returned (PF-VTO), the gross interest
      * (PF-INT) and the tax (IMPUESTO) in that order, each with its
      * own running balance, so the replayed movements add up to the
      * balance on the master.
      ******************************************************************
       LIQUIDAR-PLAZO.
           COMPUTE WS-INTERES ROUNDED =
               PLZ-CAPITAL * PLZ-TASA-ANUAL * PLZ-PLAZO-DIAS
               / WS-DIAS-ANIO
           COMPUTE WS-RETENCION ROUNDED =
               WS-INTERES * WS-TASA-RETENCION
           COMPUTE WS-INTERES-NETO = WS-INTERES - WS-RETENCION
           MOVE ACCT-BALANCE TO WS-SALDO-ANTERIOR
           IF RENOVACION-AUTOMATICA
               ADD WS-INTERES-NETO TO ACCT-BALANCE
           ELSE
               ADD PLZ-CAPITAL WS-INTERES-NETO TO ACCT-BALANCE
           END-IF
           REWRITE ACCT-RECORD
           MOVE WS-SALDO-ANTERIOR TO WS-LOG-SALDO-NUEVO
           IF NOT RENOVACION-AUTOMATICA
               MOVE "PF-VTO" TO WS-LOG-TIPO
               MOVE PLZ-CAPITAL TO WS-LOG-IMPORTE
               PERFORM ENCADENAR-LOG
           END-IF
           IF WS-INTERES > 0
               MOVE "PF-INT" TO WS-LOG-TIPO
               MOVE WS-INTERES TO WS-LOG-IMPORTE
               PERFORM ENCADENAR-LOG
           END-IF
           IF WS-RETENCION > 0
               MOVE "IMPUESTO" TO WS-LOG-TIPO
               MOVE WS-RETENCION TO WS-LOG-IMPORTE
               MOVE WS-LOG-SALDO-NUEVO TO WS-LOG-SALDO-ANTERIOR
               SUBTRACT WS-RETENCION FROM WS-LOG-SALDO-NUEVO
               PERFORM ESCRIBIR-LOG
           END-IF
           ADD WS-INTERES TO WS-TOTAL-INTERES
           ADD WS-RETENCION TO WS-TOTAL-RETENCION
           IF RENOVACION-AUTOMATICA
               PERFORM RENOVAR-PLAZO
           ELSE
               MOVE "P" TO PLZ-ESTADO
               ADD 1 TO WS-PLAZOS-PAGADOS
               ADD PLZ-CAPITAL TO WS-TOTAL-CAPITAL
               MOVE "PAGADO" TO WS-MOTIVO
           END-IF
           MOVE WS-FECHA-PROCESO TO PLZ-FECHA-ULT-PROCESO
           REWRITE PLZ-RECORD
           PERFORM ESCRIBIR-DETALLE.

      ******************************************************************
      * A credit entry continues the running balance of the entry
      * before it.
      ******************************************************************
       ENCADENAR-LOG.
           MOVE WS-LOG-SALDO-NUEVO TO WS-LOG-SALDO-ANTERIOR
           ADD WS-LOG-IMPORTE TO WS-LOG-SALDO-NUEVO
           PERFORM ESCRIBIR-LOG.

      ******************************************************************
      * The new term starts on the old maturity date, not on the
      * night the job happened to run, so a certificate that fell due
      * on a holiday keeps its original schedule.
      ******************************************************************
       RENOVAR-PLAZO.
           MOVE PLZ-FECHA-VENCIMIENTO TO PLZ-FECHA-ALTA
           MOVE PLZ-FECHA-VENCIMIENTO TO WS-FECHA-VENCIMIENTO
           PERFORM SUMAR-UN-DIA PLZ-PLAZO-DIAS TIMES
           MOVE WS-FECHA-VENCIMIENTO TO PLZ-FECHA-VENCIMIENTO
           IF PLZ-RENOVACIONES IS NUMERIC
              AND PLZ-RENOVACIONES < 99
               ADD 1 TO PLZ-RENOVACIONES
           END-IF
           ADD 1 TO WS-PLAZOS-RENOVADOS
           MOVE "RENOVADO HASTA" TO WS-MOTIVO
           MOVE PLZ-FECHA-VENCIMIENTO TO DET-VENCIMIENTO.

       SUMAR-UN-DIA.
           MOVE WS-DIAS-MES (WS-VTO-MM) TO WS-DIAS-MES-AUX
           IF WS-VTO-MM = 2
               DIVIDE WS-VTO-AA BY 4
                   GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   MOVE 29 TO WS-DIAS-MES-AUX
               END-IF
           END-IF
           IF WS-VTO-DD < WS-DIAS-MES-AUX
               ADD 1 TO WS-VTO-DD
           ELSE
               MOVE 1 TO WS-VTO-DD
               IF WS-VTO-MM < 12
                   ADD 1 TO WS-VTO-MM
               ELSE
                   MOVE 1 TO WS-VTO-MM
                   ADD 1 TO WS-VTO-AA
               END-IF
           END-IF.

       REPORTAR-FALLIDO.
           ADD 1 TO WS-PLAZOS-FALLIDOS
           PERFORM ESCRIBIR-DETALLE.

       ESCRIBIR-DETALLE.
           MOVE PLZ-CERTIFICADO TO DET-CERTIFICADO
           MOVE PLZ-CUENTA TO DET-CUENTA
           MOVE PLZ-CAPITAL TO DET-CAPITAL
           MOVE WS-INTERES TO DET-INTERES
           MOVE WS-RETENCION TO DET-RETENCION
           MOVE WS-MOTIVO TO DET-RESULTADO
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

      ******************************************************************
      * Log entries carry the wall-clock date, like every other job of
      * the nightly chain, so they sort after the day's cashier
      * entries when the log is replayed; the certificate carries the
      * processing date.
      ******************************************************************
       ESCRIBIR-LOG.
           MOVE SPACES TO LOG-RECORD
           ACCEPT LOG-DATE FROM DATE
           ACCEPT LOG-TIME FROM TIME
           MOVE PLZ-CUENTA TO LOG-ACCOUNT
           MOVE WS-LOG-TIPO TO LOG-TIPO
           MOVE WS-LOG-IMPORTE TO LOG-IMPORTE
           MOVE WS-LOG-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE WS-LOG-SALDO-NUEVO TO LOG-SALDO-NUEVO
           MOVE PLZ-CERTIFICADO TO LOG-REFERENCIA
           MOVE "LOTE" TO LOG-OPERADOR
           MOVE "LOTE" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       ESCRIBIR-RESUMEN.
           MOVE WS-PLAZOS-PAGADOS TO RES-PAGADOS
           MOVE WS-PLAZOS-RENOVADOS TO RES-RENOVADOS
           MOVE WS-PLAZOS-FALLIDOS TO RES-FALLIDOS
           MOVE WS-TOTAL-CAPITAL TO TOT-CAPITAL
           MOVE WS-TOTAL-INTERES TO TOT-INTERES
           MOVE WS-TOTAL-RETENCION TO TOT-RETENCION
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN
           WRITE REPORT-LINE FROM WS-LINEA-TOTALES.

       CERRAR-ARCHIVOS.
           CLOSE TERM-DEPOSIT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE REPORT-FILE.

       END PROGRAM VENCIMIENTO-PLAZOS.
