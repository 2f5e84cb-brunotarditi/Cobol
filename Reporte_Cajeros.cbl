      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly teller blotter. Reads the closed day
      *          generation of the transaction log (TRANSDIA, bounded
      *          by the count the reconciliation archived) and lists
      *          every movement by the operator who keyed it and the
      *          terminal it was keyed on, with the count and total
      *          of each transaction type per terminal, a summary by
      *          type per operator and a signature line, so every
      *          teller signs off their own day (CAJEROREP). The
      *          batch postings appear under the fixed operator LOTE
      *          and entries logged before the operator was stamped
      *          under SIN IDENTIFICAR.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAJEROS.
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
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SORTED-LOG-FILE ASSIGN TO "CAJESORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK6".
           SELECT REPORT-FILE ASSIGN TO "CAJEROREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE.
       01  LOG-RECORD                 PIC X(79).

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
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(02).
       01 WS-ARC-STATUS PIC X(02).
       01 WS-CAL-STATUS PIC X(02).
       01 WS-OPER-STATUS PIC X(02).
       01 WS-SORTED-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-ARC-LIMITE PIC 9(07) VALUE 9999999.
       01 WS-LEIDOS-CORTE PIC 9(07) VALUE 0.
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
       01 WS-OPERADOR-ACTUAL PIC X(06).
       01 WS-TERMINAL-ACTUAL PIC X(04).
       01 WS-TIPO-ACTUAL PIC X(08).
       01 WS-CANT-TIPO PIC 9(05).
       01 WS-IMPORTE-TIPO PIC S9(09)V99.
       01 WS-CANT-TERMINAL PIC 9(05).
       01 WS-CANT-OPERADOR PIC 9(05).
       01 WS-OPERADORES PIC 9(05) VALUE 0.
       01 WS-MOVIMIENTOS PIC 9(07) VALUE 0.

      ******************************************************************
      * Two type tables: the current operator's, printed and emptied
      * at each operator break, and the day's, printed at the end.
      ******************************************************************
       01 WS-TIPO-MAX PIC 9(02) VALUE 40.
       01 WS-TIPO-IDX PIC 9(02).
       01 WS-TIPO-HALLADO PIC X(01) VALUE "N".
           88 TIPO-HALLADO VALUE "S".
       01 WS-OPE-TIPOS PIC 9(02) VALUE 0.
       01 TABLA-TIPOS-OPERADOR.
           05 TIPO-OPERADOR OCCURS 40 TIMES.
               10 TOP-TIPO            PIC X(08).
               10 TOP-CANTIDAD        PIC 9(05).
               10 TOP-IMPORTE         PIC S9(09)V99.
       01 WS-DIA-TIPOS PIC 9(02) VALUE 0.
       01 TABLA-TIPOS-DIA.
           05 TIPO-DIA OCCURS 40 TIMES.
               10 TDI-TIPO            PIC X(08).
               10 TDI-CANTIDAD        PIC 9(07).
               10 TDI-IMPORTE         PIC S9(11)V99.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "PLANILLA DIARIA POR CAJERO  FECHA PROCESO: ".
           05  ENC-FECHA-PROCESO      PIC 9(06).

       01 WS-LINEA-OPERADOR.
           05  FILLER                 PIC X(10) VALUE "OPERADOR: ".
           05  LOP-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LOP-NOMBRE             PIC X(30).

       01 WS-LINEA-TERMINAL.
           05  FILLER                 PIC X(12) VALUE "  TERMINAL: ".
           05  LTE-TERMINAL           PIC X(04).

       01 WS-ENCABEZADO-DETALLE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "FECHA".
           05  FILLER                 PIC X(10) VALUE "HORA".
           05  FILLER                 PIC X(08) VALUE "CUENTA".
           05  FILLER                 PIC X(09) VALUE "TIPO".
           05  FILLER                 PIC X(11) VALUE "IMPORTE".
           05  FILLER                 PIC X(06) VALUE "REF".

       01 WS-LINEA-DETALLE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DET-FECHA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-HORA               PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-TIPO               PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-IMPORTE            PIC -(06)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-REFERENCIA         PIC X(06).

       01 WS-LINEA-SUBTOTAL.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "SUBTOTAL ".
           05  SUB-TIPO               PIC X(08).
           05  FILLER                 PIC X(08) VALUE "  CANT: ".
           05  SUB-CANTIDAD           PIC Z(04)9.
           05  FILLER                 PIC X(11) VALUE "  IMPORTE: ".
           05  SUB-IMPORTE            PIC -(09)9.99.

       01 WS-LINEA-TOTAL-TERMINAL.
           05  FILLER                 PIC X(18) VALUE
               "  TOTAL TERMINAL ".
           05  TTE-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(15) VALUE
               "  MOVIMIENTOS: ".
           05  TTE-CANTIDAD           PIC Z(04)9.

       01 WS-LINEA-RESUMEN-TIPO.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  RTI-TIPO               PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RTI-CANTIDAD           PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RTI-IMPORTE            PIC -(11)9.99.

       01 WS-LINEA-TOTAL-OPERADOR.
           05  FILLER                 PIC X(24) VALUE
               "  MOVIMIENTOS OPERADOR: ".
           05  TOP-TOTAL-CANTIDAD     PIC Z(04)9.

       01 WS-LINEA-FIRMA.
           05  FILLER                 PIC X(60) VALUE
               "  FIRMA DEL OPERADOR: ______________________________".

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(13) VALUE "OPERADORES: ".
           05  RES-OPERADORES         PIC Z(04)9.
           05  FILLER                 PIC X(16) VALUE
               "  MOVIMIENTOS: ".
           05  RES-MOVIMIENTOS        PIC Z(06)9.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM DETERMINAR-FECHA-PROCESO
           PERFORM LEER-LIMITE-ARCHIVO
           PERFORM ORDENAR-TRANSACCIONES
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADOS
           PERFORM LEER-SIGUIENTE
           PERFORM PROCESAR-MOVIMIENTO
               UNTIL FIN-ARCHIVO
           IF NOT ES-PRIMER-MOVIMIENTO
               PERFORM CERRAR-TIPO
               PERFORM CERRAR-TERMINAL
               PERFORM CERRAR-OPERADOR
           END-IF
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "CAJEROS: OPERADORES " WS-OPERADORES
               " MOVIMIENTOS " WS-MOVIMIENTOS
           STOP RUN.

      ******************************************************************
      * The blotter is labelled with the calendar's processing date,
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
      * day, so the blotter stops at the archived count like the
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

       ORDENAR-TRANSACCIONES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-OPERADOR
               ON ASCENDING KEY SW-TERMINAL
               ON ASCENDING KEY SW-TIPO
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

       LIBERAR-GENERACION.
           RELEASE SW-RECORD FROM LOG-RECORD
           PERFORM LEER-GENERACION.

       ABRIR-ARCHIVOS.
           OPEN INPUT SORTED-LOG-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG ORDENADO: "
                   WS-SORTED-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
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
           WRITE REPORT-LINE.

       LEER-SIGUIENTE.
           READ SORTED-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * Three-level control break on the sort keys: operator, then
      * terminal, then transaction type. A higher break closes every
      * level under it first.
      ******************************************************************
       PROCESAR-MOVIMIENTO.
           IF ES-PRIMER-MOVIMIENTO
               MOVE "N" TO WS-PRIMER-MOVIMIENTO
               PERFORM INICIAR-OPERADOR
               PERFORM INICIAR-TERMINAL
               PERFORM INICIAR-TIPO
           ELSE
           IF SRT-OPERADOR NOT = WS-OPERADOR-ACTUAL
               PERFORM CERRAR-TIPO
               PERFORM CERRAR-TERMINAL
               PERFORM CERRAR-OPERADOR
               PERFORM INICIAR-OPERADOR
               PERFORM INICIAR-TERMINAL
               PERFORM INICIAR-TIPO
           ELSE
           IF SRT-TERMINAL NOT = WS-TERMINAL-ACTUAL
               PERFORM CERRAR-TIPO
               PERFORM CERRAR-TERMINAL
               PERFORM INICIAR-TERMINAL
               PERFORM INICIAR-TIPO
           ELSE
           IF SRT-TIPO NOT = WS-TIPO-ACTUAL
               PERFORM CERRAR-TIPO
               PERFORM INICIAR-TIPO
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM IMPRIMIR-MOVIMIENTO
           PERFORM LEER-SIGUIENTE.

       INICIAR-OPERADOR.
           ADD 1 TO WS-OPERADORES
           MOVE SRT-OPERADOR TO WS-OPERADOR-ACTUAL
           MOVE 0 TO WS-CANT-OPERADOR
           MOVE 0 TO WS-OPE-TIPOS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SRT-OPERADOR TO LOP-OPERADOR
           PERFORM BUSCAR-NOMBRE-OPERADOR
           WRITE REPORT-LINE FROM WS-LINEA-OPERADOR.

      ******************************************************************
      * Entries logged before the operator was stamped carry spaces;
      * the batch postings carry the fixed operator LOTE.
      ******************************************************************
       BUSCAR-NOMBRE-OPERADOR.
           MOVE SPACES TO LOP-NOMBRE
           IF SRT-OPERADOR = SPACES
               MOVE "SIN IDENTIFICAR" TO LOP-NOMBRE
           ELSE
           IF SRT-OPERADOR = "LOTE"
               MOVE "PROCESOS EN LOTE" TO LOP-NOMBRE
           ELSE
           IF OPERADORES-DISPONIBLES
               MOVE SRT-OPERADOR TO OPER-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE "*** NO ESTA EN OPERMAST ***"
                           TO LOP-NOMBRE
                   NOT INVALID KEY
                       MOVE OPER-NOMBRE TO LOP-NOMBRE
               END-READ
           END-IF
           END-IF
           END-IF.

       INICIAR-TERMINAL.
           MOVE SRT-TERMINAL TO WS-TERMINAL-ACTUAL
           MOVE 0 TO WS-CANT-TERMINAL
           MOVE SRT-TERMINAL TO LTE-TERMINAL
           WRITE REPORT-LINE FROM WS-LINEA-TERMINAL
           WRITE REPORT-LINE FROM WS-ENCABEZADO-DETALLE.

       INICIAR-TIPO.
           MOVE SRT-TIPO TO WS-TIPO-ACTUAL
           MOVE 0 TO WS-CANT-TIPO
           MOVE 0 TO WS-IMPORTE-TIPO.

       IMPRIMIR-MOVIMIENTO.
           ADD 1 TO WS-CANT-TIPO
           ADD SRT-IMPORTE TO WS-IMPORTE-TIPO
           ADD 1 TO WS-MOVIMIENTOS
           MOVE SRT-DATE TO DET-FECHA
           MOVE SRT-TIME TO DET-HORA
           MOVE SRT-ACCOUNT TO DET-CUENTA
           MOVE SRT-TIPO TO DET-TIPO
           MOVE SRT-IMPORTE TO DET-IMPORTE
           MOVE SRT-REFERENCIA TO DET-REFERENCIA
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       CERRAR-TIPO.
           MOVE WS-TIPO-ACTUAL TO SUB-TIPO
           MOVE WS-CANT-TIPO TO SUB-CANTIDAD
           MOVE WS-IMPORTE-TIPO TO SUB-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-SUBTOTAL
           ADD WS-CANT-TIPO TO WS-CANT-TERMINAL
           PERFORM ACUMULAR-TIPO-OPERADOR
           PERFORM ACUMULAR-TIPO-DIA.

       CERRAR-TERMINAL.
           MOVE WS-TERMINAL-ACTUAL TO TTE-TERMINAL
           MOVE WS-CANT-TERMINAL TO TTE-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL-TERMINAL
           ADD WS-CANT-TERMINAL TO WS-CANT-OPERADOR.

       CERRAR-OPERADOR.
           MOVE "  RESUMEN DEL OPERADOR POR TIPO" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-TIPO-IDX
           PERFORM IMPRIMIR-TIPO-OPERADOR
               UNTIL WS-TIPO-IDX > WS-OPE-TIPOS
           MOVE WS-CANT-OPERADOR TO TOP-TOTAL-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL-OPERADOR
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-FIRMA.

       IMPRIMIR-TIPO-OPERADOR.
           MOVE TOP-TIPO (WS-TIPO-IDX) TO RTI-TIPO
           MOVE TOP-CANTIDAD (WS-TIPO-IDX) TO RTI-CANTIDAD
           MOVE TOP-IMPORTE (WS-TIPO-IDX) TO RTI-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN-TIPO
           ADD 1 TO WS-TIPO-IDX.

      ******************************************************************
      * A full type table aborts the run rather than leave types off
      * a sign-off document, the way the other table-bound jobs
      * abort at their own limits.
      ******************************************************************
       ACUMULAR-TIPO-OPERADOR.
           MOVE "N" TO WS-TIPO-HALLADO
           MOVE 1 TO WS-TIPO-IDX
           PERFORM COMPARAR-TIPO-OPERADOR
               UNTIL TIPO-HALLADO
                  OR WS-TIPO-IDX > WS-OPE-TIPOS
           IF NOT TIPO-HALLADO
               IF WS-OPE-TIPOS = WS-TIPO-MAX
                   PERFORM ABORTAR-TABLA-LLENA
               END-IF
               ADD 1 TO WS-OPE-TIPOS
               MOVE WS-OPE-TIPOS TO WS-TIPO-IDX
               MOVE WS-TIPO-ACTUAL TO TOP-TIPO (WS-TIPO-IDX)
               MOVE 0 TO TOP-CANTIDAD (WS-TIPO-IDX)
               MOVE 0 TO TOP-IMPORTE (WS-TIPO-IDX)
           END-IF
           ADD WS-CANT-TIPO TO TOP-CANTIDAD (WS-TIPO-IDX)
           ADD WS-IMPORTE-TIPO TO TOP-IMPORTE (WS-TIPO-IDX).

       COMPARAR-TIPO-OPERADOR.
           IF TOP-TIPO (WS-TIPO-IDX) = WS-TIPO-ACTUAL
               MOVE "S" TO WS-TIPO-HALLADO
           ELSE
               ADD 1 TO WS-TIPO-IDX
           END-IF.

       ACUMULAR-TIPO-DIA.
           MOVE "N" TO WS-TIPO-HALLADO
           MOVE 1 TO WS-TIPO-IDX
           PERFORM COMPARAR-TIPO-DIA
               UNTIL TIPO-HALLADO
                  OR WS-TIPO-IDX > WS-DIA-TIPOS
           IF NOT TIPO-HALLADO
               IF WS-DIA-TIPOS = WS-TIPO-MAX
                   PERFORM ABORTAR-TABLA-LLENA
               END-IF
               ADD 1 TO WS-DIA-TIPOS
               MOVE WS-DIA-TIPOS TO WS-TIPO-IDX
               MOVE WS-TIPO-ACTUAL TO TDI-TIPO (WS-TIPO-IDX)
               MOVE 0 TO TDI-CANTIDAD (WS-TIPO-IDX)
               MOVE 0 TO TDI-IMPORTE (WS-TIPO-IDX)
           END-IF
           ADD WS-CANT-TIPO TO TDI-CANTIDAD (WS-TIPO-IDX)
           ADD WS-IMPORTE-TIPO TO TDI-IMPORTE (WS-TIPO-IDX).

       COMPARAR-TIPO-DIA.
           IF TDI-TIPO (WS-TIPO-IDX) = WS-TIPO-ACTUAL
               MOVE "S" TO WS-TIPO-HALLADO
           ELSE
               ADD 1 TO WS-TIPO-IDX
           END-IF.

       ABORTAR-TABLA-LLENA.
           DISPLAY "CAJEROS: MAS DE " WS-TIPO-MAX
               " TIPOS DE TRANSACCION; CORRIDA ABORTADA"
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESUMEN DEL DIA POR TIPO" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-TIPO-IDX
           PERFORM IMPRIMIR-TIPO-DIA
               UNTIL WS-TIPO-IDX > WS-DIA-TIPOS
           MOVE WS-OPERADORES TO RES-OPERADORES
           MOVE WS-MOVIMIENTOS TO RES-MOVIMIENTOS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN.

       IMPRIMIR-TIPO-DIA.
           MOVE TDI-TIPO (WS-TIPO-IDX) TO RTI-TIPO
           MOVE TDI-CANTIDAD (WS-TIPO-IDX) TO RTI-CANTIDAD
           MOVE TDI-IMPORTE (WS-TIPO-IDX) TO RTI-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN-TIPO
           ADD 1 TO WS-TIPO-IDX.

       CERRAR-ARCHIVOS.
           CLOSE SORTED-LOG-FILE
           IF OPERADORES-DISPONIBLES
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM REPORTE-CAJEROS.
