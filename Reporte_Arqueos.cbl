      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly drawer count differences report. Reads the
      *          drawers on CASHPOS and today's entries in the cash
      *          log EFECTLOG and lists, per terminal and custodian,
      *          the time of the last physical count (ARQUEO), the
      *          total counted and the surplus (SOBRANTE) and
      *          shortage (FALTANTE) recorded against the position,
      *          with the net difference. Every drawer on CASHPOS that
      *          nobody counted today is listed as SIN ARQUEO, and the
      *          day's totals close the report (ARQUEREP).
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ARQUEOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-POSITION-FILE ASSIGN TO "CASHPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT CASH-LOG-FILE ASSIGN TO "EFECTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ARQUEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS PIC X(02).
       01 WS-EFE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-ARQUEADOS PIC 9(03) VALUE 0.
       01 WS-SIN-ARQUEO PIC 9(03) VALUE 0.
       01 WS-NETO PIC S9(09)V99.
       01 WS-TOT-SOBRANTE PIC 9(09)V99 VALUE 0.
       01 WS-TOT-FALTANTE PIC 9(09)V99 VALUE 0.
       01 WS-TOT-NETO PIC S9(09)V99 VALUE 0.

      ******************************************************************
      * The drawers the shift must count: one entry per terminal
      * holding a line on CASHPOS, marked once it has been counted.
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

      ******************************************************************
      * One entry per terminal and custodian counting today, in the
      * order of their first entry in the cash log.
      ******************************************************************
       01 WS-ARQ-MAX PIC 9(03) VALUE 100.
       01 WS-ARQ-COUNT PIC 9(03) VALUE 0.
       01 WS-ARQ-IDX PIC 9(03).
       01 WS-ARQ-HALLADO PIC X(01) VALUE "N".
           88 ARQ-HALLADO VALUE "S".
       01 TABLA-ARQUEOS.
           05 ARQUEO-ENTRADA OCCURS 100 TIMES.
               10 ARQ-TERMINAL PIC X(04).
               10 ARQ-CUSTODIO PIC X(06).
               10 ARQ-HORA PIC 9(08).
               10 ARQ-CONTADO PIC S9(09)V99.
               10 ARQ-SOBRANTE PIC 9(09)V99.
               10 ARQ-FALTANTE PIC 9(09)V99.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "PLANILLA DE ARQUEOS DE CAJA          FECHA: ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(06) VALUE "TERM".
           05  FILLER                 PIC X(08) VALUE "CUSTOD".
           05  FILLER                 PIC X(10) VALUE "HORA".
           05  FILLER                 PIC X(13) VALUE "      CONTADO".
           05  FILLER                 PIC X(14) VALUE "      SOBRANTE".
           05  FILLER                 PIC X(14) VALUE "      FALTANTE".
           05  FILLER                 PIC X(14) VALUE "          NETO".

       01 WS-LINEA-DETALLE.
           05  DET-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUSTODIO           PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-HORA               PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CONTADO            PIC -(09)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-SOBRANTE           PIC Z(09)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-FALTANTE           PIC Z(09)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-NETO               PIC -(09)9.99.

       01 WS-LINEA-SIN-ARQUEO.
           05  SAR-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(20) VALUE
               "  *** SIN ARQUEO ***".

       01 WS-LINEA-TOTAL.
           05  FILLER                 PIC X(38) VALUE
               "TOTAL DEL DIA".
           05  TOT-SOBRANTE           PIC Z(09)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TOT-FALTANTE           PIC Z(09)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TOT-NETO               PIC -(09)9.99.

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(09) VALUE "CAJONES: ".
           05  RES-CAJONES            PIC ZZ9.
           05  FILLER                 PIC X(14) VALUE
               "  ARQUEADOS: ".
           05  RES-ARQUEADOS          PIC ZZ9.
           05  FILLER                 PIC X(15) VALUE
               "  SIN ARQUEO: ".
           05  RES-SIN-ARQUEO         PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM CARGAR-CAJONES
           PERFORM CARGAR-ARQUEOS
           PERFORM ABRIR-REPORTE
           MOVE 1 TO WS-ARQ-IDX
           PERFORM IMPRIMIR-ARQUEO
               UNTIL WS-ARQ-IDX > WS-ARQ-COUNT
           MOVE 1 TO WS-CAJ-IDX
           PERFORM IMPRIMIR-SIN-ARQUEO
               UNTIL WS-CAJ-IDX > WS-CAJ-COUNT
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "ARQUEOS: CAJONES " WS-CAJ-COUNT
               " SIN ARQUEO " WS-SIN-ARQUEO
           STOP RUN.

      ******************************************************************
      * A site without CASHPOS has no drawers to expect; the counts
      * in the cash log are still listed.
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
               IF WS-CAJ-COUNT = WS-CAJ-MAX
                   DISPLAY "ARQUEOS: MAS DE " WS-CAJ-MAX
                       " CAJONES EN CASHPOS; CORRIDA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAJ-COUNT
               MOVE POS-TERMINAL TO CAJ-TERMINAL (WS-CAJ-COUNT)
               MOVE "N" TO CAJ-ARQUEADO (WS-CAJ-COUNT)
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
      * The cash log keeps every day; only today's count entries are
      * taken. Loads and dispenses do not belong on this report.
      ******************************************************************
       CARGAR-ARQUEOS.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CASH-LOG-FILE
           IF WS-EFE-STATUS = "35"
               MOVE "S" TO WS-FIN-ARCHIVO
           ELSE
           IF WS-EFE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG DE EFECTIVO: "
                   WS-EFE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM LEER-EFECTIVO
               PERFORM ANOTAR-MOVIMIENTO
                   UNTIL FIN-ARCHIVO
               CLOSE CASH-LOG-FILE
           END-IF
           END-IF.

       LEER-EFECTIVO.
           READ CASH-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ANOTAR-MOVIMIENTO.
           IF EFE-DATE = WS-FECHA-HOY
              AND (EFE-TIPO = "ARQUEO" OR EFE-TIPO = "SOBRANTE"
                   OR EFE-TIPO = "FALTANTE")
               PERFORM BUSCAR-ARQUEO
               EVALUATE EFE-TIPO
                   WHEN "SOBRANTE"
                       ADD EFE-IMPORTE TO ARQ-SOBRANTE (WS-ARQ-IDX)
                   WHEN "FALTANTE"
                       ADD EFE-IMPORTE TO ARQ-FALTANTE (WS-ARQ-IDX)
                   WHEN OTHER
                       MOVE EFE-TIME TO ARQ-HORA (WS-ARQ-IDX)
                       MOVE EFE-SALDO TO ARQ-CONTADO (WS-ARQ-IDX)
                       MOVE EFE-TERMINAL TO WS-CAJ-BUSCADO
                       PERFORM BUSCAR-CAJON
                       IF CAJ-HALLADO
                           MOVE "S" TO CAJ-ARQUEADO (WS-CAJ-IDX)
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM LEER-EFECTIVO.

      ******************************************************************
      * Leaves WS-ARQ-IDX on the terminal and custodian's entry,
      * adding it on first sight. A full table aborts the run rather
      * than leave a drawer off the report.
      ******************************************************************
       BUSCAR-ARQUEO.
           MOVE "N" TO WS-ARQ-HALLADO
           MOVE 1 TO WS-ARQ-IDX
           PERFORM COMPARAR-ARQUEO
               UNTIL ARQ-HALLADO OR WS-ARQ-IDX > WS-ARQ-COUNT
           IF NOT ARQ-HALLADO
               IF WS-ARQ-COUNT = WS-ARQ-MAX
                   DISPLAY "ARQUEOS: MAS DE " WS-ARQ-MAX
                       " CAJONES Y CUSTODIOS; CORRIDA ABORTADA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ARQ-COUNT
               MOVE WS-ARQ-COUNT TO WS-ARQ-IDX
               MOVE EFE-TERMINAL TO ARQ-TERMINAL (WS-ARQ-IDX)
               MOVE EFE-CUSTODIO TO ARQ-CUSTODIO (WS-ARQ-IDX)
               MOVE 0 TO ARQ-HORA (WS-ARQ-IDX)
               MOVE 0 TO ARQ-CONTADO (WS-ARQ-IDX)
               MOVE 0 TO ARQ-SOBRANTE (WS-ARQ-IDX)
               MOVE 0 TO ARQ-FALTANTE (WS-ARQ-IDX)
           END-IF.

       COMPARAR-ARQUEO.
           IF ARQ-TERMINAL (WS-ARQ-IDX) = EFE-TERMINAL
              AND ARQ-CUSTODIO (WS-ARQ-IDX) = EFE-CUSTODIO
               MOVE "S" TO WS-ARQ-HALLADO
           ELSE
               ADD 1 TO WS-ARQ-IDX
           END-IF.

       ABRIR-REPORTE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-HOY TO ENC-FECHA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

       IMPRIMIR-ARQUEO.
           COMPUTE WS-NETO = ARQ-SOBRANTE (WS-ARQ-IDX)
               - ARQ-FALTANTE (WS-ARQ-IDX)
           MOVE ARQ-TERMINAL (WS-ARQ-IDX) TO DET-TERMINAL
           MOVE ARQ-CUSTODIO (WS-ARQ-IDX) TO DET-CUSTODIO
           MOVE ARQ-HORA (WS-ARQ-IDX) TO DET-HORA
           MOVE ARQ-CONTADO (WS-ARQ-IDX) TO DET-CONTADO
           MOVE ARQ-SOBRANTE (WS-ARQ-IDX) TO DET-SOBRANTE
           MOVE ARQ-FALTANTE (WS-ARQ-IDX) TO DET-FALTANTE
           MOVE WS-NETO TO DET-NETO
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           ADD ARQ-SOBRANTE (WS-ARQ-IDX) TO WS-TOT-SOBRANTE
           ADD ARQ-FALTANTE (WS-ARQ-IDX) TO WS-TOT-FALTANTE
           ADD WS-NETO TO WS-TOT-NETO
           ADD 1 TO WS-ARQ-IDX.

       IMPRIMIR-SIN-ARQUEO.
           IF CAJ-ARQUEADO-HOY (WS-CAJ-IDX)
               ADD 1 TO WS-ARQUEADOS
           ELSE
               ADD 1 TO WS-SIN-ARQUEO
               MOVE CAJ-TERMINAL (WS-CAJ-IDX) TO SAR-TERMINAL
               WRITE REPORT-LINE FROM WS-LINEA-SIN-ARQUEO
           END-IF
           ADD 1 TO WS-CAJ-IDX.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-SOBRANTE TO TOT-SOBRANTE
           MOVE WS-TOT-FALTANTE TO TOT-FALTANTE
           MOVE WS-TOT-NETO TO TOT-NETO
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE WS-CAJ-COUNT TO RES-CAJONES
           MOVE WS-ARQUEADOS TO RES-ARQUEADOS
           MOVE WS-SIN-ARQUEO TO RES-SIN-ARQUEO
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN.

       END PROGRAM REPORTE-ARQUEOS.
