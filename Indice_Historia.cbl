      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Rebuild of the indexed transaction history HISTIDX.
      *          Empties the index and loads it again from every
      *          partition the HISTCAT catalog lists and then from
      *          the live TRANSHIST, keyed by account, date and time,
      *          the way the nightly reconciliation adds the day's
      *          entries. Each partition's record count and amount
      *          hash total are proved against the catalog, and the
      *          finished index is read back end to end and its count
      *          and hash proved against everything loaded. The proof
      *          report IDXREP lists every partition with both sets
      *          of figures; any difference, or a cataloged partition
      *          that cannot be read, ends the job with return code
      *          2. Run it to create the index the first time, after
      *          a partition purge reported the index out of balance,
      *          or whenever the inquiries are in doubt - never while
      *          the nightly chain is archiving.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICE-HISTORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "TRANSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "HISTCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT PARTITION-FILE ASSIGN TO WS-NOMBRE-PARTICION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT HISTORY-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-HIX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "IDXREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HIST-RECORD                PIC X(79).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-PERIODO            PIC 9(04).
           05  FILLER                 PIC X(01).
           05  CAT-ARCHIVO            PIC X(08).
           05  FILLER                 PIC X(01).
           05  CAT-REGISTROS          PIC 9(07).
           05  FILLER                 PIC X(01).
           05  CAT-HASH               PIC 9(11)V99.

       FD  PARTITION-FILE.
       01  PARTITION-RECORD           PIC X(79).

       FD  HISTORY-INDEX-FILE.
           COPY HISTIDX.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(02).
       01 WS-CAT-STATUS PIC X(02).
       01 WS-PART-STATUS PIC X(02).
       01 WS-HIX-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-NOMBRE-PARTICION PIC X(08).
       01 WS-FIN-CATALOGO PIC X(01) VALUE "N".
           88 FIN-CATALOGO VALUE "S".
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FIN-INDICE PIC X(01) VALUE "N".
           88 FIN-INDICE VALUE "S".
       01 WS-INDEXADO PIC X(01).
           88 MOVIMIENTO-INDEXADO VALUE "S".
       01 WS-PARTICIONES PIC 9(03) VALUE 0.
       01 WS-DESCUADRES PIC 9(03) VALUE 0.
       01 WS-REGS-ARCHIVO PIC 9(07).
       01 WS-HASH-ARCHIVO PIC 9(11)V99.
       01 WS-TOTAL-CARGADOS PIC 9(09) VALUE 0.
       01 WS-HASH-CARGADO PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-RELEIDOS PIC 9(09) VALUE 0.
       01 WS-HASH-RELEIDO PIC 9(13)V99 VALUE 0.

      ******************************************************************
      * One archived entry, seen through the fields the index key is
      * built from.
      ******************************************************************
       01 WS-MOVIMIENTO.
           05  MOV-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  MOV-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MOV-ACCOUNT            PIC X(06).
           05  FILLER                 PIC X(01).
           05  MOV-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  MOV-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(39).

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(50) VALUE
               "REGENERACION DEL INDICE HISTORICO HISTIDX".
       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(09) VALUE "PERIODO".
           05  FILLER                 PIC X(10) VALUE "ARCHIVO".
           05  FILLER                 PIC X(08) VALUE "CAT.REGS".
           05  FILLER                 PIC X(17) VALUE
               " HASH CATALOGO".
           05  FILLER                 PIC X(08) VALUE "CARGADOS".
           05  FILLER                 PIC X(16) VALUE
               "  HASH CARGADO".
           05  FILLER                 PIC X(10) VALUE "ESTADO".

       01 WS-LINEA-PARTICION.
           05  LPA-PERIODO            PIC X(04).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  LPA-ARCHIVO            PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LPA-CAT-REGS           PIC ZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LPA-CAT-HASH           PIC Z(10)9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  LPA-REGS               PIC ZZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LPA-HASH               PIC Z(10)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LPA-ESTADO             PIC X(10).

       01 WS-LINEA-TOTAL.
           05  LTO-ETIQUETA           PIC X(30).
           05  LTO-REGS               PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(08) VALUE "  HASH: ".
           05  LTO-HASH               PIC Z(12)9.99.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-PARTICIONES
           PERFORM CARGAR-HISTORIA-VIVA
           CLOSE HISTORY-INDEX-FILE
           PERFORM RELEER-INDICE
           PERFORM ESCRIBIR-TOTALES
           CLOSE REPORT-FILE
           DISPLAY "INDICE HISTORICO: PARTICIONES " WS-PARTICIONES
               " CARGADOS " WS-TOTAL-CARGADOS
               " RELEIDOS " WS-TOTAL-RELEIDOS
               " DESCUADRES " WS-DESCUADRES
           IF WS-DESCUADRES > 0
               MOVE 2 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * The index is emptied by opening it for output and reopened
      * for update, so the key collisions of entries stamped with the
      * same account, date and time can be resolved as they load.
      ******************************************************************
       ABRIR-ARCHIVOS.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-INDEX-FILE
           IF WS-HIX-STATUS = "00"
               CLOSE HISTORY-INDEX-FILE
               OPEN I-O HISTORY-INDEX-FILE
           END-IF
           IF WS-HIX-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL INDICE HISTORICO HISTIDX: "
                   WS-HIX-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

      ******************************************************************
      * Every cataloged partition is loaded and its count and hash
      * proved against what the catalog says it holds.
      ******************************************************************
       CARGAR-PARTICIONES.
           MOVE "N" TO WS-FIN-CATALOGO
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = "00"
               PERFORM LEER-CATALOGO
               PERFORM CARGAR-UNA-PARTICION
                   UNTIL FIN-CATALOGO
               CLOSE CATALOG-FILE
           ELSE
               MOVE "SIN CATALOGO DE PARTICIONES (HISTCAT)."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LEER-CATALOGO.
           READ CATALOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-CATALOGO
           END-READ.

       CARGAR-UNA-PARTICION.
           ADD 1 TO WS-PARTICIONES
           MOVE CAT-ARCHIVO TO WS-NOMBRE-PARTICION
           MOVE 0 TO WS-REGS-ARCHIVO
           MOVE 0 TO WS-HASH-ARCHIVO
           MOVE CAT-PERIODO TO LPA-PERIODO
           MOVE CAT-ARCHIVO TO LPA-ARCHIVO
           MOVE CAT-REGISTROS TO LPA-CAT-REGS
           MOVE CAT-HASH TO LPA-CAT-HASH
           OPEN INPUT PARTITION-FILE
           IF WS-PART-STATUS NOT = "00"
               MOVE "FALTANTE" TO LPA-ESTADO
               ADD 1 TO WS-DESCUADRES
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-PARTICION
               PERFORM CARGAR-DE-PARTICION
                   UNTIL FIN-ARCHIVO
               CLOSE PARTITION-FILE
               IF WS-REGS-ARCHIVO = CAT-REGISTROS
                  AND WS-HASH-ARCHIVO = CAT-HASH
                   MOVE "CUADRA" TO LPA-ESTADO
               ELSE
                   MOVE "DESCUADRE" TO LPA-ESTADO
                   ADD 1 TO WS-DESCUADRES
               END-IF
           END-IF
           MOVE WS-REGS-ARCHIVO TO LPA-REGS
           MOVE WS-HASH-ARCHIVO TO LPA-HASH
           WRITE REPORT-LINE FROM WS-LINEA-PARTICION
           PERFORM LEER-CATALOGO.

       LEER-PARTICION.
           READ PARTITION-FILE INTO WS-MOVIMIENTO
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CARGAR-DE-PARTICION.
           PERFORM INDEXAR-MOVIMIENTO
           PERFORM LEER-PARTICION.

      ******************************************************************
      * The live archive has no catalog entry of its own; its count
      * and hash are listed and enter the grand totals the read-back
      * of the finished index is proved against.
      ******************************************************************
       CARGAR-HISTORIA-VIVA.
           MOVE 0 TO WS-REGS-ARCHIVO
           MOVE 0 TO WS-HASH-ARCHIVO
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-HISTORIA
               PERFORM CARGAR-DE-HISTORIA
                   UNTIL FIN-ARCHIVO
               CLOSE HISTORY-FILE
           END-IF
           MOVE "VIVA" TO LPA-PERIODO
           MOVE "TRANSHIST" TO LPA-ARCHIVO
           MOVE 0 TO LPA-CAT-REGS
           MOVE 0 TO LPA-CAT-HASH
           MOVE WS-REGS-ARCHIVO TO LPA-REGS
           MOVE WS-HASH-ARCHIVO TO LPA-HASH
           MOVE "SIN CATAL." TO LPA-ESTADO
           WRITE REPORT-LINE FROM WS-LINEA-PARTICION.

       LEER-HISTORIA.
           READ HISTORY-FILE INTO WS-MOVIMIENTO
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CARGAR-DE-HISTORIA.
           PERFORM INDEXAR-MOVIMIENTO
           PERFORM LEER-HISTORIA.

       INDEXAR-MOVIMIENTO.
           ADD 1 TO WS-REGS-ARCHIVO
           ADD MOV-IMPORTE TO WS-HASH-ARCHIVO
           ADD 1 TO WS-TOTAL-CARGADOS
           ADD MOV-IMPORTE TO WS-HASH-CARGADO
           MOVE MOV-ACCOUNT TO HIX-CLAVE-CUENTA
           MOVE MOV-DATE TO HIX-CLAVE-FECHA
           MOVE MOV-TIME TO HIX-CLAVE-HORA
           MOVE 0 TO HIX-CLAVE-SECUENCIA
           MOVE WS-MOVIMIENTO TO HIX-MOVIMIENTO
           MOVE "N" TO WS-INDEXADO
           PERFORM GRABAR-INDICE
               UNTIL MOVIMIENTO-INDEXADO.

      ******************************************************************
      * A key already taken by another entry of the same account,
      * date and time moves the entry to the next sequence number,
      * as the nightly reconciliation does.
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
      * The finished index is read back end to end: its count and
      * hash must equal everything that was loaded into it.
      ******************************************************************
       RELEER-INDICE.
           OPEN INPUT HISTORY-INDEX-FILE
           IF WS-HIX-STATUS NOT = "00"
               DISPLAY "ERROR AL RELEER EL INDICE HISTORICO: "
                   WS-HIX-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIN-INDICE
           PERFORM LEER-INDICE
           PERFORM SUMAR-INDICE
               UNTIL FIN-INDICE
           CLOSE HISTORY-INDEX-FILE.

       LEER-INDICE.
           READ HISTORY-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-INDICE
           END-READ.

       SUMAR-INDICE.
           ADD 1 TO WS-TOTAL-RELEIDOS
           ADD HIX-IMPORTE TO WS-HASH-RELEIDO
           PERFORM LEER-INDICE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL CARGADO EN EL INDICE:" TO LTO-ETIQUETA
           MOVE WS-TOTAL-CARGADOS TO LTO-REGS
           MOVE WS-HASH-CARGADO TO LTO-HASH
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "TOTAL RELEIDO DEL INDICE:" TO LTO-ETIQUETA
           MOVE WS-TOTAL-RELEIDOS TO LTO-REGS
           MOVE WS-HASH-RELEIDO TO LTO-HASH
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           IF WS-TOTAL-RELEIDOS NOT = WS-TOTAL-CARGADOS
              OR WS-HASH-RELEIDO NOT = WS-HASH-CARGADO
               ADD 1 TO WS-DESCUADRES
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DESCUADRES = 0
               MOVE "RESULTADO: INDICE REGENERADO Y CUADRADO."
                   TO REPORT-LINE
           ELSE
               MOVE "RESULTADO: INDICE CON DIFERENCIAS - REVISAR."
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       END PROGRAM INDICE-HISTORIA.
