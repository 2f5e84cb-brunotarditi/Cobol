      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Portfolio report of the open fixed-term deposits.
      *          Every live certificate in PLAZMAST is placed in a
      *          maturity bucket by the days left to its maturity on
      *          the CALENDARIO processing date (0-30, 31-60, 61-90,
      *          91-180, 181-365 and over 365 days; a certificate past
      *          its maturity that the nightly run could not pay is
      *          shown in its own bucket so it is chased), listed in
      *          maturity order within the bucket with the gross
      *          interest it will earn at maturity, and totalled per
      *          bucket and overall (PLAZREP). Run it after the
      *          nightly maturity step so the paid and renewed
      *          certificates are already out of, or moved within,
      *          the portfolio.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PLAZOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "PLAZMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-CERTIFICADO
               FILE STATUS IS WS-PLZ-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SORTED-PORTFOLIO-FILE ASSIGN TO "PLAZSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK8".
           SELECT REPORT-FILE ASSIGN TO "PLAZREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSIT-FILE.
           COPY PLAZO.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-FECHA              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CAL-HABIL              PIC X(01).
           05  FILLER                 PIC X(01).
           05  CAL-FECHA-PROCESO      PIC 9(06).

       FD  SORTED-PORTFOLIO-FILE.
       01  SORTED-RECORD.
           05  SRT-TRAMO              PIC 9(01).
           05  SRT-DIAS               PIC S9(05).
           05  SRT-CERTIFICADO        PIC X(06).
           05  SRT-CUENTA             PIC X(06).
           05  SRT-CAPITAL            PIC S9(06)V99.
           05  SRT-TASA               PIC 9V9(06).
           05  SRT-VENCIMIENTO        PIC 9(06).
           05  SRT-RENOVACION         PIC X(01).
           05  SRT-INTERES            PIC S9(07)V99.

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-TRAMO               PIC 9(01).
           05  SW-DIAS                PIC S9(05).
           05  SW-CERTIFICADO         PIC X(06).
           05  SW-CUENTA              PIC X(06).
           05  SW-CAPITAL             PIC S9(06)V99.
           05  SW-TASA                PIC 9V9(06).
           05  SW-VENCIMIENTO         PIC 9(06).
           05  SW-RENOVACION          PIC X(01).
           05  SW-INTERES             PIC S9(07)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PLZ-STATUS PIC X(02).
       01 WS-CAL-STATUS PIC X(02).
       01 WS-SORTED-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-PLAZOS PIC X(01) VALUE "N".
           88 FIN-PLAZOS VALUE "S".
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
       01 WS-DIAS-ANIO PIC 9(03) VALUE 365.
       01 WS-TRAMO-ACTUAL PIC 9(01).
       01 WS-IDX-TRAMO PIC 9(01).
       01 WS-CANTIDAD-TRAMO PIC 9(05).
       01 WS-CAPITAL-TRAMO PIC S9(09)V99.
       01 WS-INTERES-TRAMO PIC S9(09)V99.
       01 WS-CANTIDAD-TOTAL PIC 9(05) VALUE 0.
       01 WS-CAPITAL-TOTAL PIC S9(09)V99 VALUE 0.
       01 WS-INTERES-TOTAL PIC S9(09)V99 VALUE 0.

      ******************************************************************
      * Maturity buckets: upper limit in days left and description.
      * Bucket 1 holds what is already past its maturity and has no
      * limit of its own; the last bucket has no upper limit.
      ******************************************************************
       01 WS-TRAMOS-INICIAL.
           05  FILLER PIC X(23) VALUE "00000VENCIDOS SIN PAGAR".
           05  FILLER PIC X(23) VALUE "00030DE 0 A 30 DIAS    ".
           05  FILLER PIC X(23) VALUE "00060DE 31 A 60 DIAS   ".
           05  FILLER PIC X(23) VALUE "00090DE 61 A 90 DIAS   ".
           05  FILLER PIC X(23) VALUE "00180DE 91 A 180 DIAS  ".
           05  FILLER PIC X(23) VALUE "00365DE 181 A 365 DIAS ".
           05  FILLER PIC X(23) VALUE "99999MAS DE 365 DIAS   ".
       01 WS-TABLA-TRAMOS REDEFINES WS-TRAMOS-INICIAL.
           05  TRAMO-ENTRADA OCCURS 7 TIMES.
               10  TRM-LIMITE         PIC 9(05).
               10  TRM-DESCRIPCION    PIC X(18).
       01 WS-TRAMOS-CARGADOS PIC 9(01) VALUE 7.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(42) VALUE
               "CARTERA DE PLAZOS FIJOS VIGENTES  AL DIA ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-TRAMO.
           05  FILLER                 PIC X(07) VALUE "TRAMO: ".
           05  ENC-TRAMO              PIC X(18).

       01 WS-ENCABEZADO-DETALLE.
           05  FILLER                 PIC X(36) VALUE
               "CERTIF  CUENTA    CAPITAL     TASA  ".
           05  FILLER                 PIC X(27) VALUE
               "VTO     DIAS  R     INTERES".

       01 WS-LINEA-DETALLE.
           05  DET-CERTIFICADO        PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-CAPITAL            PIC -(06)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-TASA               PIC 9.9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-VENCIMIENTO        PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DIAS               PIC -(04)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-RENOVACION         PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-INTERES            PIC -(06)9.99.

       01 WS-LINEA-SUBTOTAL.
           05  FILLER                 PIC X(14) VALUE
               "  SUBTOTAL: ".
           05  SUB-CANTIDAD           PIC Z(04)9.
           05  FILLER                 PIC X(16) VALUE
               " CERTIFICADOS  ".
           05  SUB-CAPITAL            PIC -(09)9.99.
           05  FILLER                 PIC X(12) VALUE
               "  INTERES: ".
           05  SUB-INTERES            PIC -(09)9.99.

       01 WS-LINEA-TOTAL.
           05  FILLER                 PIC X(14) VALUE
               "TOTAL CARTERA:".
           05  TOT-CANTIDAD           PIC Z(04)9.
           05  FILLER                 PIC X(16) VALUE
               " CERTIFICADOS  ".
           05  TOT-CAPITAL            PIC -(09)9.99.
           05  FILLER                 PIC X(12) VALUE
               "  INTERES: ".
           05  TOT-INTERES            PIC -(09)9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM DETERMINAR-FECHA-PROCESO
           CALL "RUTINA-FECHA" USING WS-FECHA-PROCESO
               WS-SERIAL-PROCESO WS-DIA-SEMANA
           PERFORM ORDENAR-CARTERA
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM LEER-SIGUIENTE
           PERFORM PROCESAR-CERTIFICADO
               UNTIL FIN-ORDENADO
           IF NOT ES-PRIMER-TRAMO
               PERFORM IMPRIMIR-SUBTOTAL
           END-IF
           PERFORM ESCRIBIR-TOTAL
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "CARTERA DE PLAZOS FIJOS: " WS-CANTIDAD-TOTAL
               " CERTIFICADOS, CAPITAL " WS-CAPITAL-TOTAL
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
      * Only live certificates go through the sort, already tagged
      * with their bucket and days left, so the report itself is a
      * plain control break on the bucket.
      ******************************************************************
       ORDENAR-CARTERA.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TRAMO
               ON ASCENDING KEY SW-DIAS
               ON ASCENDING KEY SW-CERTIFICADO
               INPUT PROCEDURE IS CAPTURAR-CARTERA
               GIVING SORTED-PORTFOLIO-FILE.

       CAPTURAR-CARTERA.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-PLZ-STATUS = "35"
               DISPLAY "CARTERA: SIN PLAZOS FIJOS REGISTRADOS"
           ELSE
           IF WS-PLZ-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PLAZOS FIJOS: "
                   WS-PLZ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE "N" TO WS-FIN-PLAZOS
               PERFORM LEER-SIGUIENTE-PLAZO
               PERFORM LIBERAR-SI-VIGENTE
                   UNTIL FIN-PLAZOS
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           END-IF.

       LEER-SIGUIENTE-PLAZO.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PLAZOS
           END-READ.

       LIBERAR-SI-VIGENTE.
           IF PLAZO-VIGENTE
               MOVE SPACES TO SW-RECORD
               MOVE PLZ-CERTIFICADO TO SW-CERTIFICADO
               MOVE PLZ-CUENTA TO SW-CUENTA
               MOVE PLZ-CAPITAL TO SW-CAPITAL
               MOVE PLZ-TASA-ANUAL TO SW-TASA
               MOVE PLZ-FECHA-VENCIMIENTO TO SW-VENCIMIENTO
               MOVE PLZ-RENOVACION TO SW-RENOVACION
               CALL "RUTINA-FECHA" USING PLZ-FECHA-VENCIMIENTO
                   WS-SERIAL-VENCIMIENTO WS-DIA-SEMANA
               COMPUTE SW-DIAS =
                   WS-SERIAL-VENCIMIENTO - WS-SERIAL-PROCESO
               COMPUTE SW-INTERES ROUNDED =
                   PLZ-CAPITAL * PLZ-TASA-ANUAL * PLZ-PLAZO-DIAS
                   / WS-DIAS-ANIO
               PERFORM ASIGNAR-TRAMO
               RELEASE SW-RECORD
           END-IF
           PERFORM LEER-SIGUIENTE-PLAZO.

       ASIGNAR-TRAMO.
           IF SW-DIAS < 0
               MOVE 1 TO SW-TRAMO
           ELSE
               MOVE 2 TO WS-IDX-TRAMO
               PERFORM AVANZAR-TRAMO
                   UNTIL SW-DIAS NOT > TRM-LIMITE (WS-IDX-TRAMO)
                      OR WS-IDX-TRAMO = WS-TRAMOS-CARGADOS
               MOVE WS-IDX-TRAMO TO SW-TRAMO
           END-IF.

       AVANZAR-TRAMO.
           ADD 1 TO WS-IDX-TRAMO.

       ABRIR-ARCHIVOS.
           OPEN INPUT SORTED-PORTFOLIO-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LA CARTERA ORDENADA: "
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
           READ SORTED-PORTFOLIO-FILE
               AT END
                   MOVE "S" TO WS-FIN-ORDENADO
           END-READ.

       PROCESAR-CERTIFICADO.
           IF NOT ES-PRIMER-TRAMO
              AND SRT-TRAMO NOT = WS-TRAMO-ACTUAL
               PERFORM IMPRIMIR-SUBTOTAL
               PERFORM INICIAR-TRAMO
           END-IF
           IF ES-PRIMER-TRAMO
               PERFORM INICIAR-TRAMO
           END-IF
           ADD 1 TO WS-CANTIDAD-TRAMO
           ADD SRT-CAPITAL TO WS-CAPITAL-TRAMO
           ADD SRT-INTERES TO WS-INTERES-TRAMO
           MOVE SRT-CERTIFICADO TO DET-CERTIFICADO
           MOVE SRT-CUENTA TO DET-CUENTA
           MOVE SRT-CAPITAL TO DET-CAPITAL
           MOVE SRT-TASA TO DET-TASA
           MOVE SRT-VENCIMIENTO TO DET-VENCIMIENTO
           MOVE SRT-DIAS TO DET-DIAS
           MOVE SRT-RENOVACION TO DET-RENOVACION
           MOVE SRT-INTERES TO DET-INTERES
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           PERFORM LEER-SIGUIENTE.

       INICIAR-TRAMO.
           MOVE "N" TO WS-PRIMER-TRAMO
           MOVE SRT-TRAMO TO WS-TRAMO-ACTUAL
           MOVE 0 TO WS-CANTIDAD-TRAMO
           MOVE 0 TO WS-CAPITAL-TRAMO
           MOVE 0 TO WS-INTERES-TRAMO
           MOVE TRM-DESCRIPCION (SRT-TRAMO) TO ENC-TRAMO
           WRITE REPORT-LINE FROM WS-ENCABEZADO-TRAMO
           WRITE REPORT-LINE FROM WS-ENCABEZADO-DETALLE.

       IMPRIMIR-SUBTOTAL.
           MOVE WS-CANTIDAD-TRAMO TO SUB-CANTIDAD
           MOVE WS-CAPITAL-TRAMO TO SUB-CAPITAL
           MOVE WS-INTERES-TRAMO TO SUB-INTERES
           WRITE REPORT-LINE FROM WS-LINEA-SUBTOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-CANTIDAD-TRAMO TO WS-CANTIDAD-TOTAL
           ADD WS-CAPITAL-TRAMO TO WS-CAPITAL-TOTAL
           ADD WS-INTERES-TRAMO TO WS-INTERES-TOTAL.

       ESCRIBIR-TOTAL.
           MOVE WS-CANTIDAD-TOTAL TO TOT-CANTIDAD
           MOVE WS-CAPITAL-TOTAL TO TOT-CAPITAL
           MOVE WS-INTERES-TOTAL TO TOT-INTERES
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL.

       CERRAR-ARCHIVOS.
           CLOSE SORTED-PORTFOLIO-FILE
           CLOSE REPORT-FILE.

       END PROGRAM REPORTE-PLAZOS.
