      *                  then the live TRANSHIST, instead of one
      *                  end-to-end scan of everything ever
      *                  archived.
      *   15/10/2026 BT  Carry the operator id and terminal now
      *                  stamped on every history entry and show
      *                  them on each listed movement.
      *   15/10/2026 BT  Go straight to the account's movements in
      *                  the range through the indexed history
      *                  HISTIDX instead of reading every partition
      *                  in the range and the live TRANSHIST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-HIX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONSULTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-INDEX-FILE.
           COPY HISTIDX.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIX-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-CUENTA-PEDIDA PIC X(06).
       01 WS-FECHA-DESDE PIC 9(06).
       01 WS-FECHA-HASTA PIC 9(06).
       01 WS-MOVIMIENTOS PIC 9(05) VALUE 0.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(22) VALUE
               "MOVIMIENTOS DE CUENTA ".
           05  FILLER                 PIC X(11) VALUE "IMPORTE".
           05  FILLER                 PIC X(11) VALUE "SALDO ANT".
           05  FILLER                 PIC X(11) VALUE "SALDO NVO".
           05  FILLER                 PIC X(07) VALUE "REF".
           05  FILLER                 PIC X(07) VALUE "OPER".
           05  FILLER                 PIC X(04) VALUE "TERM".

       01 WS-LINEA-DETALLE.
           05  DET-FECHA              PIC 9(06).
           05  DET-SALDO-NUEVO        PIC -(06)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-TERMINAL           PIC X(04).

       PROCEDURE DIVISION.

           PERFORM PEDIR-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADOS
           PERFORM RECORRER-INDICE
           IF WS-MOVIMIENTOS = 0
               DISPLAY "Sin movimientos para la cuenta y el rango."
               MOVE "SIN MOVIMIENTOS EN EL RANGO PEDIDO."
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "La fecha desde no puede superar la hasta."
               PERFORM PEDIR-RANGO-FECHAS
           END-IF.

       ABRIR-ARCHIVOS.
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HISTORY-INDEX-FILE
           IF WS-HIX-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL INDICE HISTORICO HISTIDX: "
                   WS-HIX-STATUS
               DISPLAY "Regenerar el indice con INDICE-HISTORIA."
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       ESCRIBIR-ENCABEZADOS.
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

      ******************************************************************
      * The index is positioned on the account's first entry of the
      * from-date and read forward until the account changes or the
      * to-date is passed; the entries come back in date and time
      * order whichever partition or archive they were filed from.
      ******************************************************************
       RECORRER-INDICE.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE WS-CUENTA-PEDIDA TO HIX-CLAVE-CUENTA
           MOVE WS-FECHA-DESDE TO HIX-CLAVE-FECHA
           MOVE 0 TO HIX-CLAVE-HORA
           MOVE 0 TO HIX-CLAVE-SECUENCIA
           START HISTORY-INDEX-FILE
               KEY IS NOT LESS THAN HIX-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-INDICE
           END-IF
           PERFORM PROCESAR-DE-INDICE
               UNTIL FIN-ARCHIVO.

       LEER-INDICE.
           READ HISTORY-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ
           IF NOT FIN-ARCHIVO
               IF HIX-CLAVE-CUENTA NOT = WS-CUENTA-PEDIDA
                  OR HIX-CLAVE-FECHA > WS-FECHA-HASTA
                   MOVE "S" TO WS-FIN-ARCHIVO
               END-IF
           END-IF.

       PROCESAR-DE-INDICE.
           PERFORM PROCESAR-MOVIMIENTO
           PERFORM LEER-INDICE.

       PROCESAR-MOVIMIENTO.
           ADD 1 TO WS-MOVIMIENTOS
           MOVE HIX-DATE TO DET-FECHA
           MOVE HIX-TIME TO DET-HORA
           MOVE HIX-TIPO TO DET-TIPO
           MOVE HIX-IMPORTE TO DET-IMPORTE
           MOVE HIX-SALDO-ANTERIOR TO DET-SALDO-ANTERIOR
           MOVE HIX-SALDO-NUEVO TO DET-SALDO-NUEVO
           MOVE HIX-REFERENCIA TO DET-REFERENCIA
           MOVE HIX-OPERADOR TO DET-OPERADOR
           MOVE HIX-TERMINAL TO DET-TERMINAL
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           DISPLAY WS-LINEA-DETALLE.

       CERRAR-ARCHIVOS.
           CLOSE HISTORY-INDEX-FILE
           CLOSE REPORT-FILE.

       END PROGRAM CONSULTA-HISTORIA.
