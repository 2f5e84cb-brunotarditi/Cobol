      *                  run that crashed between the partition
      *                  appends and the catalog rewrite must not
      *                  have its records appended a second time.
      *   15/10/2026 BT  Widen the history and partition records
      *                  to 79 bytes for the operator id and
      *                  terminal now carried on every entry; older
      *                  shorter records read space-padded.
      *   15/10/2026 BT  Remove a purged partition's entries from the
      *                  indexed history HISTIDX before the partition
      *                  is deleted, and list on the purge report how
      *                  many left the index; a count that does not
      *                  match the catalog ends the job with return
      *                  code 2 so the index is rebuilt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CATALOG-FILE ASSIGN TO "HISTCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT HISTORY-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-HIX-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "HISTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           05  HIST-TIPO              PIC X(08).
           05  FILLER                 PIC X(01).
           05  HIST-IMPORTE           PIC S9(06)V99.
           05  FILLER                 PIC X(45).

       FD  NEW-HISTORY-FILE.
       01  NEW-HIST-RECORD            PIC X(79).

       FD  PARTITION-FILE.
       01  PARTITION-RECORD           PIC X(79).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  FILLER                 PIC X(01).
           05  CAT-HASH               PIC 9(11)V99.

       FD  HISTORY-INDEX-FILE.
           COPY HISTIDX.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-MESES-X            PIC X(03).
       01 WS-PART-STATUS PIC X(02).
       01 WS-CAT-STATUS PIC X(02).
       01 WS-PRM-STATUS PIC X(02).
       01 WS-HIX-STATUS PIC X(02).
       01 WS-INDICE-DISPONIBLE PIC X(01) VALUE "N".
           88 INDICE-DISPONIBLE VALUE "S".
       01 WS-FIN-CLAVE PIC X(01).
           88 FIN-CLAVE VALUE "S".
       01 WS-BAJAS-INDICE PIC 9(07).
       01 WS-DESCUADRES-INDICE PIC 9(03) VALUE 0.
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
           05  FILLER                 PIC X(08) VALUE "  HASH: ".
           05  PUR-HASH               PIC 9(11).99.

       01 WS-LINEA-INDICE.
           05  FILLER                 PIC X(30) VALUE
               "  BAJAS EN EL INDICE HISTIDX: ".
           05  PIX-BAJAS              PIC 9(07).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PIX-ESTADO             PIC X(16).

      ******************************************************************
      * A purged partition entry, seen through its key fields for the
      * lookup of the matching index entry.
      ******************************************************************
       01 WS-REGISTRO-PURGADO.
           05  RPU-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  RPU-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  RPU-ACCOUNT            PIC X(06).
           05  FILLER                 PIC X(57).

       PROCEDURE DIVISION.

       INICIO.
           OPEN OUTPUT REPORT-FILE
           MOVE "REPORTE DE PURGA DE PARTICIONES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-INDICE-DISPONIBLE
           OPEN I-O HISTORY-INDEX-FILE
           IF WS-HIX-STATUS = "00"
               MOVE "S" TO WS-INDICE-DISPONIBLE
           END-IF
           MOVE 1 TO WS-CAT-IDX
           PERFORM PURGAR-SI-VENCIDA
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE "SIN PARTICIONES VENCIDAS." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF INDICE-DISPONIBLE
               CLOSE HISTORY-INDEX-FILE
           ELSE
               IF WS-PURGADAS > 0
                   MOVE "INDICE HISTIDX NO DISPONIBLE: REGENERARLO."
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           CLOSE REPORT-FILE
           IF WS-DESCUADRES-INDICE > 0
               DISPLAY "PARTICION: " WS-DESCUADRES-INDICE
                   " PURGA(S) FUERA DE CUADRE CON EL INDICE HISTIDX;"
                   " REGENERARLO CON INDICE-HISTORIA"
               MOVE 2 TO RETURN-CODE
           END-IF.

       PURGAR-SI-VENCIDA.
           IF TAB-PERIODO (WS-CAT-IDX) > 0
               MOVE TAB-REGISTROS (WS-CAT-IDX) TO PUR-REGISTROS
               MOVE TAB-HASH (WS-CAT-IDX) TO PUR-HASH
               WRITE REPORT-LINE FROM WS-LINEA-PURGA
               IF INDICE-DISPONIBLE
                   PERFORM DESINDEXAR-PARTICION
               END-IF
               CALL "CBL_DELETE_FILE"
                   USING TAB-ARCHIVO (WS-CAT-IDX)
               MOVE 0 TO TAB-PERIODO (WS-CAT-IDX)
           END-IF
           ADD 1 TO WS-CAT-IDX.

      ******************************************************************
      * Every entry of the partition about to be deleted is looked up
      * in the index under its account, date and time and the entry
      * carrying the same movement is deleted; the count removed must
      * equal the catalog's count for the partition.
      ******************************************************************
       DESINDEXAR-PARTICION.
           MOVE 0 TO WS-BAJAS-INDICE
           MOVE TAB-ARCHIVO (WS-CAT-IDX) TO WS-NOMBRE-PARTICION
           MOVE "N" TO WS-FIN-PARTICION
           OPEN INPUT PARTITION-FILE
           IF WS-PART-STATUS = "00"
               PERFORM LEER-REG-PARTICION
               PERFORM DESINDEXAR-REGISTRO
                   UNTIL FIN-PARTICION
               CLOSE PARTITION-FILE
           END-IF
           MOVE WS-BAJAS-INDICE TO PIX-BAJAS
           IF WS-BAJAS-INDICE = TAB-REGISTROS (WS-CAT-IDX)
               MOVE "CUADRADO" TO PIX-ESTADO
           ELSE
               MOVE "FUERA DE CUADRE" TO PIX-ESTADO
               ADD 1 TO WS-DESCUADRES-INDICE
           END-IF
           WRITE REPORT-LINE FROM WS-LINEA-INDICE.

       DESINDEXAR-REGISTRO.
           MOVE PARTITION-RECORD TO WS-REGISTRO-PURGADO
           MOVE RPU-ACCOUNT TO HIX-CLAVE-CUENTA
           MOVE RPU-DATE TO HIX-CLAVE-FECHA
           MOVE RPU-TIME TO HIX-CLAVE-HORA
           MOVE 0 TO HIX-CLAVE-SECUENCIA
           MOVE "N" TO WS-FIN-CLAVE
           START HISTORY-INDEX-FILE
               KEY IS NOT LESS THAN HIX-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-CLAVE
           END-START
           PERFORM BUSCAR-EN-INDICE
               UNTIL FIN-CLAVE
           PERFORM LEER-REG-PARTICION.

       BUSCAR-EN-INDICE.
           READ HISTORY-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CLAVE
           END-READ
           IF NOT FIN-CLAVE
               IF HIX-CLAVE-CUENTA NOT = RPU-ACCOUNT
                  OR HIX-CLAVE-FECHA NOT = RPU-DATE
                  OR HIX-CLAVE-HORA NOT = RPU-TIME
                   MOVE "S" TO WS-FIN-CLAVE
               ELSE
                   IF HIX-MOVIMIENTO = PARTITION-RECORD
                       DELETE HISTORY-INDEX-FILE RECORD
                       ADD 1 TO WS-BAJAS-INDICE
                       MOVE "S" TO WS-FIN-CLAVE
                   END-IF
               END-IF
           END-IF.

       REGRABAR-CATALOGO.
           OPEN OUTPUT CATALOG-FILE
           MOVE 1 TO WS-CAT-IDX
