      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly reconciliation of our payment items against
      *          the correspondent bank's daily settlement statement.
      *          Our side is every item the payment jobs handed over
      *          in CORRITEM tonight (transfers dispatched in
      *          INTERSAL, external standing-order payments in
      *          ORDENSAL, incoming transfers credited from INTERENT)
      *          plus our items still open from earlier nights; the
      *          correspondent's side is the statement LIQCORR
      *          (detail records closed by a control trailer) plus
      *          its lines still open. Both sides are sorted on
      *          direction, reference, amount and date and matched
      *          one to one. The report CORRREP lists the items
      *          matched tonight, the items we sent or booked that
      *          the correspondent has not settled, and the
      *          statement items we never booked, each unmatched
      *          item aged from the night it first went unmatched.
      *          Unmatched items are carried in the open-items file
      *          CORRABIE until a later statement settles them, so an
      *          old break stays on the report until it is resolved.
      *          A statement whose trailer does not agree with its
      *          detail is refused untouched and ends the job
      *          non-zero; the breaks themselves are the report's
      *          follow-up and leave the chain running. CORRITEM and
      *          LIQCORR are consumed once reconciled so a rerun can
      *          never load the same items twice.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION-CORRESPONSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-ITEM-FILE ASSIGN TO "CORRITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "LIQCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIQ-STATUS.
           SELECT OPEN-ITEMS-FILE ASSIGN TO "CORRABIE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABI-STATUS.
           SELECT SORTED-OWN-FILE ASSIGN TO "PROPSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.
           SELECT SORTED-STATEMENT-FILE ASSIGN TO "LIQSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK10".
           SELECT REPORT-FILE ASSIGN TO "CORRREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-ITEM-FILE.
       01  ITEM-RECORD                PIC X(68).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05  LIQ-TIPO-REG           PIC X(01).
           05  LIQ-FECHA              PIC 9(06).
           05  LIQ-SENTIDO            PIC X(01).
           05  LIQ-IMPORTE            PIC 9(09)V99.
           05  LIQ-REFERENCIA         PIC X(20).
           05  FILLER                 PIC X(33).
       01  STATEMENT-TRAILER REDEFINES STATEMENT-RECORD.
           05  LIQ-TRL-TIPO-REG       PIC X(01).
           05  LIQ-TRL-CANTIDAD       PIC 9(07).
           05  LIQ-TRL-TOTAL          PIC 9(11)V99.
           05  FILLER                 PIC X(51).

       FD  OPEN-ITEMS-FILE.
           COPY PARTIDA.

       FD  SORTED-OWN-FILE.
       01  PRO-RECORD.
           05  PRO-CLAVE.
               10  PRO-SENTIDO        PIC X(01).
               10  PRO-REFERENCIA     PIC X(20).
               10  PRO-IMPORTE        PIC 9(09)V99.
               10  PRO-FECHA          PIC 9(06).
           05  PRO-ORIGEN             PIC X(08).
           05  PRO-CUENTA             PIC X(06).
           05  PRO-FECHA-ALTA         PIC 9(06).
           05  FILLER                 PIC X(10).

       FD  SORTED-STATEMENT-FILE.
       01  COR-RECORD.
           05  COR-CLAVE.
               10  COR-SENTIDO        PIC X(01).
               10  COR-REFERENCIA     PIC X(20).
               10  COR-IMPORTE        PIC 9(09)V99.
               10  COR-FECHA          PIC 9(06).
           05  COR-ORIGEN             PIC X(08).
           05  COR-CUENTA             PIC X(06).
           05  COR-FECHA-ALTA         PIC 9(06).
           05  FILLER                 PIC X(10).

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-SENTIDO             PIC X(01).
           05  SW-REFERENCIA          PIC X(20).
           05  SW-IMPORTE             PIC 9(09)V99.
           05  SW-FECHA               PIC 9(06).
           05  SW-ORIGEN              PIC X(08).
           05  SW-CUENTA              PIC X(06).
           05  SW-FECHA-ALTA          PIC 9(06).
           05  FILLER                 PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ITE-STATUS PIC X(02).
       01 WS-LIQ-STATUS PIC X(02).
       01 WS-ABI-STATUS PIC X(02).
       01 WS-PRO-STATUS PIC X(02).
       01 WS-COR-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FIN-PROPIAS PIC X(01) VALUE "N".
           88 FIN-PROPIAS VALUE "S".
       01 WS-FIN-CORRESPONSAL PIC X(01) VALUE "N".
           88 FIN-CORRESPONSAL VALUE "S".
       01 WS-HAY-EXTRACTO PIC X(01) VALUE "N".
           88 HAY-EXTRACTO VALUE "S".
       01 WS-TRAILER-VISTO PIC X(01) VALUE "N".
           88 TRAILER-VISTO VALUE "S".
       01 WS-EXTRACTO-VALIDO PIC X(01) VALUE "S".
           88 EXTRACTO-VALIDO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-SERIAL-HOY PIC 9(07).
       01 WS-SERIAL-ALTA PIC 9(07).
       01 WS-DIA-SEMANA PIC 9(01).
       01 WS-CLAVE-PROPIA PIC X(38).
       01 WS-CLAVE-CORRESPONSAL PIC X(38).

      ******************************************************************
      * Statement control figures, proved before anything is touched.
      ******************************************************************
       01 WS-LIQ-DETALLES PIC 9(07) VALUE 0.
       01 WS-LIQ-INVALIDOS PIC 9(07) VALUE 0.
       01 WS-LIQ-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-LIQ-TRL-CANTIDAD PIC 9(07) VALUE 0.
       01 WS-LIQ-TRL-TOTAL PIC 9(11)V99 VALUE 0.

       01 WS-PROPIAS-NUEVAS PIC 9(07) VALUE 0.
       01 WS-TOTAL-PROPIAS-NUEVAS PIC 9(11)V99 VALUE 0.
       01 WS-CONCILIADAS PIC 9(07) VALUE 0.
       01 WS-TOTAL-CONCILIADO PIC 9(11)V99 VALUE 0.
       01 WS-SIN-LIQUIDAR PIC 9(07) VALUE 0.
       01 WS-TOTAL-SIN-LIQUIDAR PIC 9(11)V99 VALUE 0.
       01 WS-SIN-REGISTRAR PIC 9(07) VALUE 0.
       01 WS-TOTAL-SIN-REGISTRAR PIC 9(11)V99 VALUE 0.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "CONCILIACION CON EL CORRESPONSAL        DIA ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(33) VALUE
               "S  REFERENCIA            FECHA   ".
           05  FILLER                 PIC X(38) VALUE
               "      IMPORTE  ORIGEN    CUENTA   DIAS".

       01 WS-LINEA-DETALLE.
           05  DET-SENTIDO            PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-REFERENCIA         PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-FECHA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-IMPORTE            PIC -(09)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-ORIGEN             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-DIAS               PIC Z(04)9.

       01 WS-LINEA-TOTAL.
           05  TOT-DESCRIPCION        PIC X(36).
           05  TOT-CANTIDAD           PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TOT-IMPORTE            PIC -(11)9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           CALL "RUTINA-FECHA" USING WS-FECHA-HOY
               WS-SERIAL-HOY WS-DIA-SEMANA
           PERFORM VALIDAR-EXTRACTO
           IF NOT EXTRACTO-VALIDO
               DISPLAY "CONCILIACION: EXTRACTO LIQCORR FUERA DE "
                   "CUADRE. DETALLES " WS-LIQ-DETALLES
                   " TOTAL " WS-LIQ-TOTAL
               DISPLAY "CONCILIACION: NO SE CONCILIA; LIQCORR Y "
                   "CORRITEM QUEDAN INTACTOS"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ORDENAR-PROPIAS
           PERFORM ORDENAR-CORRESPONSAL
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM LEER-PROPIA
           PERFORM LEER-CORRESPONSAL
           PERFORM COMPARAR-PARTIDAS
               UNTIL FIN-PROPIAS AND FIN-CORRESPONSAL
           CLOSE SORTED-OWN-FILE
           CLOSE SORTED-STATEMENT-FILE
           CLOSE OPEN-ITEMS-FILE
           PERFORM CONSUMIR-ENTRADAS
           PERFORM LISTAR-SIN-LIQUIDAR
           PERFORM LISTAR-SIN-REGISTRAR
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "CONCILIACION: CONCILIADAS " WS-CONCILIADAS
               " SIN LIQUIDAR " WS-SIN-LIQUIDAR
               " SIN REGISTRAR " WS-SIN-REGISTRAR
           STOP RUN.

      ******************************************************************
      * The statement is proved against its own trailer (line count
      * and the sum of the amounts, both directions together) before
      * any item is matched or consumed: a statement that does not
      * add up is refused whole and left where it is, with tonight's
      * items still waiting in CORRITEM, so the correspondent can
      * resend it and the step can be rerun. A missing or empty
      * statement is a night the correspondent sent nothing: our
      * items simply stay open.
      ******************************************************************
       VALIDAR-EXTRACTO.
           OPEN INPUT STATEMENT-FILE
           IF WS-LIQ-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-EXTRACTO
               IF NOT FIN-ARCHIVO
                   MOVE "S" TO WS-HAY-EXTRACTO
               END-IF
               PERFORM ACUMULAR-EXTRACTO
                   UNTIL FIN-ARCHIVO
               CLOSE STATEMENT-FILE
               IF HAY-EXTRACTO
                   IF NOT TRAILER-VISTO
                      OR WS-LIQ-INVALIDOS > 0
                      OR WS-LIQ-DETALLES NOT = WS-LIQ-TRL-CANTIDAD
                      OR WS-LIQ-TOTAL NOT = WS-LIQ-TRL-TOTAL
                       MOVE "N" TO WS-EXTRACTO-VALIDO
                   END-IF
               END-IF
           END-IF.

       LEER-EXTRACTO.
           READ STATEMENT-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-EXTRACTO.
           EVALUATE TRUE
               WHEN LIQ-TIPO-REG = "T"
                AND NOT TRAILER-VISTO
                AND LIQ-TRL-CANTIDAD IS NUMERIC
                AND LIQ-TRL-TOTAL IS NUMERIC
                   MOVE "S" TO WS-TRAILER-VISTO
                   MOVE LIQ-TRL-CANTIDAD TO WS-LIQ-TRL-CANTIDAD
                   MOVE LIQ-TRL-TOTAL TO WS-LIQ-TRL-TOTAL
               WHEN LIQ-TIPO-REG = "D"
                AND NOT TRAILER-VISTO
                AND LIQ-IMPORTE IS NUMERIC
                AND LIQ-FECHA IS NUMERIC
                AND (LIQ-SENTIDO = "D" OR LIQ-SENTIDO = "C")
                   ADD 1 TO WS-LIQ-DETALLES
                   ADD LIQ-IMPORTE TO WS-LIQ-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-LIQ-INVALIDOS
           END-EVALUATE
           PERFORM LEER-EXTRACTO.

       ORDENAR-PROPIAS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SENTIDO
               ON ASCENDING KEY SW-REFERENCIA
               ON ASCENDING KEY SW-IMPORTE
               ON ASCENDING KEY SW-FECHA
               INPUT PROCEDURE IS CAPTURAR-PROPIAS
               GIVING SORTED-OWN-FILE.

      ******************************************************************
      * Our side: tonight's hand-off plus our items still open.
      ******************************************************************
       CAPTURAR-PROPIAS.
           OPEN INPUT SETTLEMENT-ITEM-FILE
           IF WS-ITE-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-PARTIDA-NUEVA
               PERFORM LIBERAR-PARTIDA-NUEVA
                   UNTIL FIN-ARCHIVO
               CLOSE SETTLEMENT-ITEM-FILE
           END-IF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-ABI-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-ABIERTA
               PERFORM LIBERAR-ABIERTA-PROPIA
                   UNTIL FIN-ARCHIVO
               CLOSE OPEN-ITEMS-FILE
           END-IF.

       LEER-PARTIDA-NUEVA.
           READ SETTLEMENT-ITEM-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       LIBERAR-PARTIDA-NUEVA.
           MOVE ITEM-RECORD TO SW-RECORD
           MOVE 0 TO SW-FECHA-ALTA
           RELEASE SW-RECORD
           ADD 1 TO WS-PROPIAS-NUEVAS
           ADD SW-IMPORTE TO WS-TOTAL-PROPIAS-NUEVAS
           PERFORM LEER-PARTIDA-NUEVA.

       LEER-ABIERTA.
           READ OPEN-ITEMS-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       LIBERAR-ABIERTA-PROPIA.
           IF NOT PARTIDA-CORRESPONSAL
               MOVE PAR-RECORD TO SW-RECORD
               RELEASE SW-RECORD
           END-IF
           PERFORM LEER-ABIERTA.

       ORDENAR-CORRESPONSAL.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SENTIDO
               ON ASCENDING KEY SW-REFERENCIA
               ON ASCENDING KEY SW-IMPORTE
               ON ASCENDING KEY SW-FECHA
               INPUT PROCEDURE IS CAPTURAR-CORRESPONSAL
               GIVING SORTED-STATEMENT-FILE.

      ******************************************************************
      * The correspondent's side: tonight's statement lines plus its
      * lines still open from earlier nights.
      ******************************************************************
       CAPTURAR-CORRESPONSAL.
           IF HAY-EXTRACTO
               OPEN INPUT STATEMENT-FILE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-EXTRACTO
               PERFORM LIBERAR-LINEA-EXTRACTO
                   UNTIL FIN-ARCHIVO
               CLOSE STATEMENT-FILE
           END-IF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-ABI-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-ABIERTA
               PERFORM LIBERAR-ABIERTA-CORRESPONSAL
                   UNTIL FIN-ARCHIVO
               CLOSE OPEN-ITEMS-FILE
           END-IF.

       LIBERAR-LINEA-EXTRACTO.
           IF LIQ-TIPO-REG = "D"
               MOVE SPACES TO SW-RECORD
               MOVE LIQ-SENTIDO TO SW-SENTIDO
               MOVE LIQ-REFERENCIA TO SW-REFERENCIA
               MOVE LIQ-IMPORTE TO SW-IMPORTE
               MOVE LIQ-FECHA TO SW-FECHA
               MOVE "LIQCORR" TO SW-ORIGEN
               MOVE 0 TO SW-FECHA-ALTA
               RELEASE SW-RECORD
           END-IF
           PERFORM LEER-EXTRACTO.

       LIBERAR-ABIERTA-CORRESPONSAL.
           IF PARTIDA-CORRESPONSAL
               MOVE PAR-RECORD TO SW-RECORD
               RELEASE SW-RECORD
           END-IF
           PERFORM LEER-ABIERTA.

      ******************************************************************
      * The open-items file is rebuilt whole every night from what the
      * match leaves over, after both sorts have read the old one.
      ******************************************************************
       ABRIR-ARCHIVOS.
           OPEN INPUT SORTED-OWN-FILE
           IF WS-PRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR PROPSORT: " WS-PRO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SORTED-STATEMENT-FILE
           IF WS-COR-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LIQSORT: " WS-COR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OPEN-ITEMS-FILE
           IF WS-ABI-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LAS PARTIDAS ABIERTAS: "
                   WS-ABI-STATUS
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
           MOVE WS-FECHA-HOY TO ENC-FECHA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT HAY-EXTRACTO
               MOVE "SIN EXTRACTO DEL CORRESPONSAL ESTA NOCHE."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "PARTIDAS CONCILIADAS" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

       LEER-PROPIA.
           READ SORTED-OWN-FILE
               AT END
                   MOVE "S" TO WS-FIN-PROPIAS
                   MOVE HIGH-VALUES TO WS-CLAVE-PROPIA
               NOT AT END
                   MOVE PRO-CLAVE TO WS-CLAVE-PROPIA
           END-READ.

       LEER-CORRESPONSAL.
           READ SORTED-STATEMENT-FILE
               AT END
                   MOVE "S" TO WS-FIN-CORRESPONSAL
                   MOVE HIGH-VALUES TO WS-CLAVE-CORRESPONSAL
               NOT AT END
                   MOVE COR-CLAVE TO WS-CLAVE-CORRESPONSAL
           END-READ.

      ******************************************************************
      * Classic match-merge on the full key. Equal keys pair one item
      * of each side; a lower key on either side has no partner on
      * the other and stays open. Duplicates pair off one to one.
      ******************************************************************
       COMPARAR-PARTIDAS.
           IF WS-CLAVE-PROPIA = WS-CLAVE-CORRESPONSAL
               PERFORM LISTAR-CONCILIADA
               PERFORM LEER-PROPIA
               PERFORM LEER-CORRESPONSAL
           ELSE
           IF WS-CLAVE-PROPIA < WS-CLAVE-CORRESPONSAL
               MOVE PRO-RECORD TO PAR-RECORD
               PERFORM DEJAR-ABIERTA
               PERFORM LEER-PROPIA
           ELSE
               MOVE COR-RECORD TO PAR-RECORD
               PERFORM DEJAR-ABIERTA
               PERFORM LEER-CORRESPONSAL
           END-IF
           END-IF.

       LISTAR-CONCILIADA.
           ADD 1 TO WS-CONCILIADAS
           ADD PRO-IMPORTE TO WS-TOTAL-CONCILIADO
           MOVE PRO-SENTIDO TO DET-SENTIDO
           MOVE PRO-REFERENCIA TO DET-REFERENCIA
           MOVE PRO-FECHA TO DET-FECHA
           MOVE PRO-IMPORTE TO DET-IMPORTE
           MOVE PRO-ORIGEN TO DET-ORIGEN
           MOVE PRO-CUENTA TO DET-CUENTA
           MOVE 0 TO DET-DIAS
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       DEJAR-ABIERTA.
           IF PAR-FECHA-ALTA NOT NUMERIC
              OR PAR-FECHA-ALTA = 0
               MOVE WS-FECHA-HOY TO PAR-FECHA-ALTA
           END-IF
           WRITE PAR-RECORD.

      ******************************************************************
      * With the inputs reconciled into the open-items file they are
      * spent, and are emptied at once so a rerun cannot load them a
      * second time.
      ******************************************************************
       CONSUMIR-ENTRADAS.
           OPEN OUTPUT SETTLEMENT-ITEM-FILE
           CLOSE SETTLEMENT-ITEM-FILE
           IF HAY-EXTRACTO
               OPEN OUTPUT STATEMENT-FILE
               CLOSE STATEMENT-FILE
           END-IF.

       LISTAR-SIN-LIQUIDAR.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROPIAS SIN LIQUIDAR POR EL CORRESPONSAL"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2
           OPEN INPUT OPEN-ITEMS-FILE
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM LEER-ABIERTA
           PERFORM LISTAR-ABIERTA-PROPIA
               UNTIL FIN-ARCHIVO
           CLOSE OPEN-ITEMS-FILE.

       LISTAR-ABIERTA-PROPIA.
           IF NOT PARTIDA-CORRESPONSAL
               ADD 1 TO WS-SIN-LIQUIDAR
               ADD PAR-IMPORTE TO WS-TOTAL-SIN-LIQUIDAR
               PERFORM ESCRIBIR-ABIERTA
           END-IF
           PERFORM LEER-ABIERTA.

       LISTAR-SIN-REGISTRAR.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EN EL EXTRACTO DEL CORRESPONSAL SIN REGISTRAR"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2
           OPEN INPUT OPEN-ITEMS-FILE
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM LEER-ABIERTA
           PERFORM LISTAR-ABIERTA-CORRESPONSAL
               UNTIL FIN-ARCHIVO
           CLOSE OPEN-ITEMS-FILE.

       LISTAR-ABIERTA-CORRESPONSAL.
           IF PARTIDA-CORRESPONSAL
               ADD 1 TO WS-SIN-REGISTRAR
               ADD PAR-IMPORTE TO WS-TOTAL-SIN-REGISTRAR
               PERFORM ESCRIBIR-ABIERTA
           END-IF
           PERFORM LEER-ABIERTA.

      ******************************************************************
      * An open item is aged in calendar days from the night it first
      * went unmatched.
      ******************************************************************
       ESCRIBIR-ABIERTA.
           MOVE PAR-SENTIDO TO DET-SENTIDO
           MOVE PAR-REFERENCIA TO DET-REFERENCIA
           MOVE PAR-FECHA TO DET-FECHA
           MOVE PAR-IMPORTE TO DET-IMPORTE
           MOVE PAR-ORIGEN TO DET-ORIGEN
           MOVE PAR-CUENTA TO DET-CUENTA
           CALL "RUTINA-FECHA" USING PAR-FECHA-ALTA
               WS-SERIAL-ALTA WS-DIA-SEMANA
           IF WS-SERIAL-HOY > WS-SERIAL-ALTA
               COMPUTE DET-DIAS = WS-SERIAL-HOY - WS-SERIAL-ALTA
           ELSE
               MOVE 0 TO DET-DIAS
           END-IF
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PARTIDAS PROPIAS DE ESTA NOCHE:"
               TO TOT-DESCRIPCION
           MOVE WS-PROPIAS-NUEVAS TO TOT-CANTIDAD
           MOVE WS-TOTAL-PROPIAS-NUEVAS TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "LINEAS DEL EXTRACTO DE ESTA NOCHE:" TO TOT-DESCRIPCION
           MOVE WS-LIQ-DETALLES TO TOT-CANTIDAD
           MOVE WS-LIQ-TOTAL TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "CONCILIADAS:" TO TOT-DESCRIPCION
           MOVE WS-CONCILIADAS TO TOT-CANTIDAD
           MOVE WS-TOTAL-CONCILIADO TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "SIN LIQUIDAR POR EL CORRESPONSAL:" TO TOT-DESCRIPCION
           MOVE WS-SIN-LIQUIDAR TO TOT-CANTIDAD
           MOVE WS-TOTAL-SIN-LIQUIDAR TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "EN EL EXTRACTO SIN REGISTRAR:" TO TOT-DESCRIPCION
           MOVE WS-SIN-REGISTRAR TO TOT-CANTIDAD
           MOVE WS-TOTAL-SIN-REGISTRAR TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL.

       END PROGRAM CONCILIACION-CORRESPONSAL.
