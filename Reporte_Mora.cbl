      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Loan arrears report for collections. Every installment
      *          in CUOTMAST still unpaid after its due date on the
      *          CALENDARIO processing date is placed in an aging
      *          bucket by its days past due (over 180, 91-180, 61-90,
      *          31-60 and up to 30 days), oldest debt first, with the
      *          loan, the account, the debtor's name from TITUMAST
      *          and the amount owed, and totalled per bucket and
      *          overall (MORAREP). Run it after the nightly
      *          collection step so what was collected tonight is
      *          already out of arrears.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-MORA.
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
           SELECT CUSTOMER-ID-FILE ASSIGN TO "TITUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               FILE STATUS IS WS-TIT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SORTED-ARREARS-FILE ASSIGN TO "MORASORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK9".
           SELECT REPORT-FILE ASSIGN TO "MORAREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-FILE.
           COPY CUOTA.

       FD  LOAN-MASTER-FILE.
           COPY PRESTAMO.

       FD  CUSTOMER-ID-FILE.
           COPY TITULAR.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-FECHA              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CAL-HABIL              PIC X(01).
           05  FILLER                 PIC X(01).
           05  CAL-FECHA-PROCESO      PIC 9(06).

       FD  SORTED-ARREARS-FILE.
       01  SORTED-RECORD.
           05  SRT-TRAMO              PIC 9(01).
           05  SRT-DIAS               PIC 9(05).
           05  SRT-PRESTAMO           PIC X(06).
           05  SRT-CUOTA              PIC 9(03).
           05  SRT-CUENTA             PIC X(06).
           05  SRT-NOMBRE             PIC X(20).
           05  SRT-VENCIMIENTO        PIC 9(06).
           05  SRT-IMPORTE            PIC S9(06)V99.

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-TRAMO               PIC 9(01).
           05  SW-DIAS                PIC 9(05).
           05  SW-PRESTAMO            PIC X(06).
           05  SW-CUOTA               PIC 9(03).
           05  SW-CUENTA              PIC X(06).
           05  SW-NOMBRE              PIC X(20).
           05  SW-VENCIMIENTO         PIC 9(06).
           05  SW-IMPORTE             PIC S9(06)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUO-STATUS PIC X(02).
       01 WS-PRE-STATUS PIC X(02).
       01 WS-TIT-STATUS PIC X(02).
       01 WS-TIT-DISPONIBLE PIC X(01) VALUE "N".
           88 TITULARES-DISPONIBLES VALUE "S".
       01 WS-CAL-STATUS PIC X(02).
       01 WS-SORTED-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-CUOTAS PIC X(01) VALUE "N".
           88 FIN-CUOTAS VALUE "S".
       01 WS-FIN-CALENDARIO PIC X(01) VALUE "N".
           88 FIN-CALENDARIO VALUE "S".
       01 WS-FIN-ORDENADO PIC X(01) VALUE "N".
           88 FIN-ORDENADO VALUE "S".
       01 WS-PRIMER-TRAMO PIC X(01) VALUE "S".
           88 ES-PRIMER-TRAMO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-FECHA-PROCESO PIC 9(06).
       01 WS-SERIAL-PROCESO PIC 9(07).
       01 WS-SERIAL-VENCIMIENTO PIC 9(07).
       01 WS-DIA-SEMANA PIC 9(01).
       01 WS-PRESTAMO-LEIDO PIC X(06) VALUE SPACES.
       01 WS-CUENTA-PRESTAMO PIC X(06).
       01 WS-NOMBRE-TITULAR PIC X(20).
       01 WS-TRAMO-ACTUAL PIC 9(01).
       01 WS-IDX-TRAMO PIC 9(01).
       01 WS-CANTIDAD-TRAMO PIC 9(05).
       01 WS-IMPORTE-TRAMO PIC S9(09)V99.
       01 WS-CANTIDAD-TOTAL PIC 9(05) VALUE 0.
       01 WS-IMPORTE-TOTAL PIC S9(09)V99 VALUE 0.

      ******************************************************************
      * Aging buckets: lower limit in days past due and description,
      * oldest first so the report opens with the worst debt. The
      * last bucket takes everything from zero days up.
      ******************************************************************
       01 WS-TRAMOS-INICIAL.
           05  FILLER PIC X(23) VALUE "00181MAS DE 180 DIAS   ".
           05  FILLER PIC X(23) VALUE "00091DE 91 A 180 DIAS  ".
           05  FILLER PIC X(23) VALUE "00061DE 61 A 90 DIAS   ".
           05  FILLER PIC X(23) VALUE "00031DE 31 A 60 DIAS   ".
           05  FILLER PIC X(23) VALUE "00000HASTA 30 DIAS     ".
       01 WS-TABLA-TRAMOS REDEFINES WS-TRAMOS-INICIAL.
           05  TRAMO-ENTRADA OCCURS 5 TIMES.
               10  TRM-DESDE          PIC 9(05).
               10  TRM-DESCRIPCION    PIC X(18).
       01 WS-TRAMOS-CARGADOS PIC 9(01) VALUE 5.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(40) VALUE
               "PRESTAMOS - CUOTAS EN MORA  AL DIA ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-TRAMO.
           05  FILLER                 PIC X(15) VALUE
               "DIAS DE ATRASO ".
           05  ENC-TRAMO              PIC X(18).

       01 WS-ENCABEZADO-DETALLE.
           05  FILLER                 PIC X(40) VALUE
               "PREST  CUOTA CUENTA  TITULAR            ".
           05  FILLER                 PIC X(27) VALUE
               "  VTO      DIAS    IMPORTE".

       01 WS-LINEA-DETALLE.
           05  DET-PRESTAMO           PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUOTA              PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-NOMBRE             PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-VENCIMIENTO        PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DIAS               PIC Z(04)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-IMPORTE            PIC -(06)9.99.

       01 WS-LINEA-SUBTOTAL.
           05  FILLER                 PIC X(14) VALUE
               "  SUBTOTAL: ".
           05  SUB-CANTIDAD           PIC Z(04)9.
           05  FILLER                 PIC X(10) VALUE
               " CUOTAS  ".
           05  SUB-IMPORTE            PIC -(09)9.99.

       01 WS-LINEA-TOTAL.
           05  FILLER                 PIC X(14) VALUE
               "TOTAL EN MORA:".
           05  TOT-CANTIDAD           PIC Z(04)9.
           05  FILLER                 PIC X(10) VALUE
               " CUOTAS  ".
           05  TOT-IMPORTE            PIC -(09)9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM DETERMINAR-FECHA-PROCESO
           CALL "RUTINA-FECHA" USING WS-FECHA-PROCESO
               WS-SERIAL-PROCESO WS-DIA-SEMANA
           PERFORM ORDENAR-MORA
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM LEER-SIGUIENTE
           PERFORM PROCESAR-CUOTA
               UNTIL FIN-ORDENADO
           IF NOT ES-PRIMER-TRAMO
               PERFORM IMPRIMIR-SUBTOTAL
           END-IF
           PERFORM ESCRIBIR-TOTAL
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "CUOTAS EN MORA: " WS-CANTIDAD-TOTAL
               " IMPORTE " WS-IMPORTE-TOTAL
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

      ******************************************************************
      * Only installments past due go through the sort, already
      * tagged with their bucket and days past due, so the report
      * itself is a plain control break on the bucket.
      ******************************************************************
       ORDENAR-MORA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TRAMO
               ON DESCENDING KEY SW-DIAS
               ON ASCENDING KEY SW-PRESTAMO
               ON ASCENDING KEY SW-CUOTA
               INPUT PROCEDURE IS CAPTURAR-MORA
               GIVING SORTED-ARREARS-FILE.

       CAPTURAR-MORA.
           OPEN INPUT INSTALLMENT-FILE
           IF WS-CUO-STATUS = "35"
               DISPLAY "MORA: SIN PRESTAMOS REGISTRADOS"
           ELSE
           IF WS-CUO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE CUOTAS: "
                   WS-CUO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-PRE-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PRESTAMOS: "
                       WS-PRE-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT CUSTOMER-ID-FILE
               IF WS-TIT-STATUS = "00"
                   MOVE "S" TO WS-TIT-DISPONIBLE
               END-IF
               MOVE "N" TO WS-FIN-CUOTAS
               PERFORM LEER-SIGUIENTE-CUOTA
               PERFORM LIBERAR-SI-VENCIDA
                   UNTIL FIN-CUOTAS
               CLOSE INSTALLMENT-FILE
               CLOSE LOAN-MASTER-FILE
               IF TITULARES-DISPONIBLES
                   CLOSE CUSTOMER-ID-FILE
               END-IF
           END-IF
           END-IF.

       LEER-SIGUIENTE-CUOTA.
           READ INSTALLMENT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CUOTAS
           END-READ.

      ******************************************************************
      * An installment is in arrears once the nightly collection has
      * failed on it, or, should that run have been skipped, once its
      * due date is behind the processing date.
      ******************************************************************
       LIBERAR-SI-VENCIDA.
           IF CUOTA-EN-MORA
              OR (CUOTA-PENDIENTE
                  AND CUO-FECHA-VTO < WS-FECHA-PROCESO)
               IF CUO-PRESTAMO NOT = WS-PRESTAMO-LEIDO
                   PERFORM BUSCAR-DEUDOR
               END-IF
               MOVE SPACES TO SW-RECORD
               MOVE CUO-PRESTAMO TO SW-PRESTAMO
               MOVE CUO-NUMERO TO SW-CUOTA
               MOVE WS-CUENTA-PRESTAMO TO SW-CUENTA
               MOVE WS-NOMBRE-TITULAR TO SW-NOMBRE
               MOVE CUO-FECHA-VTO TO SW-VENCIMIENTO
               MOVE CUO-IMPORTE TO SW-IMPORTE
               CALL "RUTINA-FECHA" USING CUO-FECHA-VTO
                   WS-SERIAL-VENCIMIENTO WS-DIA-SEMANA
               IF WS-SERIAL-PROCESO > WS-SERIAL-VENCIMIENTO
                   COMPUTE SW-DIAS =
                       WS-SERIAL-PROCESO - WS-SERIAL-VENCIMIENTO
               ELSE
                   MOVE 0 TO SW-DIAS
               END-IF
               PERFORM ASIGNAR-TRAMO
               RELEASE SW-RECORD
           END-IF
           PERFORM LEER-SIGUIENTE-CUOTA.

       BUSCAR-DEUDOR.
           MOVE CUO-PRESTAMO TO WS-PRESTAMO-LEIDO
           MOVE SPACES TO WS-CUENTA-PRESTAMO
           MOVE SPACES TO WS-NOMBRE-TITULAR
           MOVE CUO-PRESTAMO TO PRE-NUMERO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "PRESTAMO INEXISTENTE" TO WS-NOMBRE-TITULAR
               NOT INVALID KEY
                   MOVE PRE-CUENTA TO WS-CUENTA-PRESTAMO
                   PERFORM BUSCAR-NOMBRE-TITULAR
           END-READ.

       BUSCAR-NOMBRE-TITULAR.
           IF TITULARES-DISPONIBLES
               MOVE PRE-TITULAR TO TIT-NUMERO
               READ CUSTOMER-ID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TIT-NOMBRE TO WS-NOMBRE-TITULAR
               END-READ
           END-IF.

       ASIGNAR-TRAMO.
           MOVE 1 TO WS-IDX-TRAMO
           PERFORM AVANZAR-TRAMO
               UNTIL SW-DIAS NOT < TRM-DESDE (WS-IDX-TRAMO)
                  OR WS-IDX-TRAMO = WS-TRAMOS-CARGADOS
           MOVE WS-IDX-TRAMO TO SW-TRAMO.

       AVANZAR-TRAMO.
           ADD 1 TO WS-IDX-TRAMO.

       ABRIR-ARCHIVOS.
           OPEN INPUT SORTED-ARREARS-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LA MORA ORDENADA: "
                   WS-SORTED-STATUS
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
           WRITE REPORT-LINE.

       LEER-SIGUIENTE.
           READ SORTED-ARREARS-FILE
               AT END
                   MOVE "S" TO WS-FIN-ORDENADO
           END-READ.

       PROCESAR-CUOTA.
           IF NOT ES-PRIMER-TRAMO
              AND SRT-TRAMO NOT = WS-TRAMO-ACTUAL
               PERFORM IMPRIMIR-SUBTOTAL
               PERFORM INICIAR-TRAMO
           END-IF
           IF ES-PRIMER-TRAMO
               PERFORM INICIAR-TRAMO
           END-IF
           ADD 1 TO WS-CANTIDAD-TRAMO
           ADD SRT-IMPORTE TO WS-IMPORTE-TRAMO
           MOVE SRT-PRESTAMO TO DET-PRESTAMO
           MOVE SRT-CUOTA TO DET-CUOTA
           MOVE SRT-CUENTA TO DET-CUENTA
           MOVE SRT-NOMBRE TO DET-NOMBRE
           MOVE SRT-VENCIMIENTO TO DET-VENCIMIENTO
           MOVE SRT-DIAS TO DET-DIAS
           MOVE SRT-IMPORTE TO DET-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           PERFORM LEER-SIGUIENTE.

       INICIAR-TRAMO.
           MOVE "N" TO WS-PRIMER-TRAMO
           MOVE SRT-TRAMO TO WS-TRAMO-ACTUAL
           MOVE 0 TO WS-CANTIDAD-TRAMO
           MOVE 0 TO WS-IMPORTE-TRAMO
           MOVE TRM-DESCRIPCION (SRT-TRAMO) TO ENC-TRAMO
           WRITE REPORT-LINE FROM WS-ENCABEZADO-TRAMO
           WRITE REPORT-LINE FROM WS-ENCABEZADO-DETALLE.

       IMPRIMIR-SUBTOTAL.
           MOVE WS-CANTIDAD-TRAMO TO SUB-CANTIDAD
           MOVE WS-IMPORTE-TRAMO TO SUB-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-SUBTOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-CANTIDAD-TRAMO TO WS-CANTIDAD-TOTAL
           ADD WS-IMPORTE-TRAMO TO WS-IMPORTE-TOTAL.

       ESCRIBIR-TOTAL.
           MOVE WS-CANTIDAD-TOTAL TO TOT-CANTIDAD
           MOVE WS-IMPORTE-TOTAL TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL.

       CERRAR-ARCHIVOS.
           CLOSE SORTED-ARREARS-FILE
           CLOSE REPORT-FILE.

       END PROGRAM REPORTE-MORA.
