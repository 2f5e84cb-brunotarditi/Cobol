      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly watch-list revision. When the regulator's
      *          sanctions and PEP list has been dropped in LISTAREG
      *          (detail records closed by a control trailer) it is
      *          proved against its trailer and loaded into the
      *          watch list LISTAVIG the screening routine reads,
      *          each entry keeping the date it first appeared; a
      *          file that does not agree is refused whole, left
      *          where it is and the job ends non-zero, while the
      *          list already loaded stays in force. Whenever the
      *          list in force is newer than the last revision
      *          (control file VIGICTL), every customer in TITUMAST
      *          is screened again: a new possible match is left
      *          pending for compliance, and a customer compliance
      *          cleared is only raised again by entries listed
      *          after the clearance. The report VIGIREP lists the
      *          new matches of the night and, every night, all the
      *          customers and held transfers (INTERRET) still
      *          awaiting a compliance decision.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-VIGILANCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULATOR-LIST-FILE ASSIGN TO "LISTAREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "LISTAVIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "VIGICTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTOMER-ID-FILE ASSIGN TO "TITUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               FILE STATUS IS WS-TIT-STATUS.
           SELECT HELD-TRANSFER-FILE ASSIGN TO "INTERRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-NUMERO
               FILE STATUS IS WS-RET-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VIGIREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGULATOR-LIST-FILE.
       01  REGULATOR-RECORD.
           05  REG-TIPO-REG           PIC X(01).
           05  REG-TIPO-LISTA         PIC X(01).
               88  REG-LISTA-VALIDA   VALUES "S" "P".
           05  REG-NOMBRE             PIC X(30).
           05  REG-DOCUMENTO          PIC X(11).
           05  FILLER                 PIC X(17).
       01  REGULATOR-TRAILER REDEFINES REGULATOR-RECORD.
           05  REG-TRL-TIPO-REG       PIC X(01).
           05  REG-TRL-CANTIDAD       PIC 9(07).
           05  FILLER                 PIC X(52).

       FD  WATCH-LIST-FILE.
           COPY LISTA.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-FECHA-LISTA        PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CTL-FECHA-REVISION     PIC 9(06).
           05  FILLER                 PIC X(07).

       FD  CUSTOMER-ID-FILE.
           COPY TITULAR.

       FD  HELD-TRANSFER-FILE.
           COPY RETENIDA.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS PIC X(02).
       01 WS-LIS-STATUS PIC X(02).
       01 WS-CTL-STATUS PIC X(02).
       01 WS-TIT-STATUS PIC X(02).
       01 WS-RET-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FIN-CLIENTES PIC X(01) VALUE "N".
           88 FIN-CLIENTES VALUE "S".
       01 WS-FIN-RETENIDAS PIC X(01) VALUE "N".
           88 FIN-RETENIDAS VALUE "S".
       01 WS-HAY-LISTA-NUEVA PIC X(01) VALUE "N".
           88 HAY-LISTA-NUEVA VALUE "S".
       01 WS-LISTA-VALIDA PIC X(01) VALUE "S".
           88 LISTA-VALIDA VALUE "S".
       01 WS-LISTA-CARGADA PIC X(01) VALUE "N".
           88 LISTA-CARGADA VALUE "S".
       01 WS-HAY-LISTA PIC X(01) VALUE "N".
           88 HAY-LISTA VALUE "S".
       01 WS-HAY-TITULARES PIC X(01) VALUE "N".
           88 HAY-TITULARES VALUE "S".
       01 WS-HAY-RETENIDAS PIC X(01) VALUE "N".
           88 HAY-RETENIDAS VALUE "S".
       01 WS-TRAILER-VISTO PIC X(01) VALUE "N".
           88 TRAILER-VISTO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-FECHA-LISTA PIC 9(06) VALUE 0.
       01 WS-CANTIDAD-LISTA PIC 9(07) VALUE 0.
       01 WS-FECHA-REVISADA PIC 9(06) VALUE 0.
       01 WS-FECHA-ALTA PIC 9(06).

      ******************************************************************
      * Regulator file control figures, proved before the list in
      * force is replaced. The screening routine holds at most
      * WS-MAX-LISTA entries, so a larger file is refused too.
      ******************************************************************
       01 WS-REG-DETALLES PIC 9(07) VALUE 0.
       01 WS-REG-INVALIDOS PIC 9(07) VALUE 0.
       01 WS-REG-TRL-CANTIDAD PIC 9(07) VALUE 0.
       01 WS-MAX-LISTA PIC 9(04) VALUE 2000.

      ******************************************************************
      * The list in force before tonight's load, kept only to carry
      * each entry's first-listed date over to the new list.
      ******************************************************************
       01 WS-ANTERIOR-COUNT PIC 9(04) VALUE 0.
       01 WS-ANT-IDX PIC 9(04).
       01 TABLA-ANTERIOR.
           05 ANTERIOR-ENTRADA OCCURS 2000 TIMES.
               10 TAN-TIPO            PIC X(01).
               10 TAN-NOMBRE          PIC X(30).
               10 TAN-DOCUMENTO       PIC X(11).
               10 TAN-FECHA-ALTA      PIC 9(06).

       01 WS-REVISADOS PIC 9(07) VALUE 0.
       01 WS-NUEVAS-COINCIDENCIAS PIC 9(07) VALUE 0.
       01 WS-RETIRADAS PIC 9(07) VALUE 0.
       01 WS-TITULARES-PENDIENTES PIC 9(07) VALUE 0.
       01 WS-RETENIDAS-PENDIENTES PIC 9(07) VALUE 0.

       01 WS-ITEM-RETENIDO PIC X(102).
       01 WS-RETENIDA-SALIENTE REDEFINES WS-ITEM-RETENIDO.
           05  RTS-TIPO-REG           PIC X(01).
           05  RTS-FECHA              PIC 9(06).
           05  RTS-BANCO              PIC X(03).
           05  RTS-CTA-DESTINO        PIC X(06).
           05  RTS-CTA-ORIGEN         PIC X(06).
           05  RTS-IMPORTE            PIC 9(09)V99.
           05  RTS-REFERENCIA         PIC X(20).
           05  RTS-BENEFICIARIO       PIC X(30).
           05  FILLER                 PIC X(19).
       01 WS-RETENIDA-ENTRANTE REDEFINES WS-ITEM-RETENIDO.
           05  RTE-TIPO-REG           PIC X(01).
           05  RTE-FECHA              PIC 9(06).
           05  RTE-BANCO-ORIGEN       PIC X(03).
           05  RTE-CTA-BENEF          PIC X(06).
           05  RTE-IMPORTE            PIC 9(09)V99.
           05  RTE-REFERENCIA         PIC X(20).
           05  RTE-ORDENANTE          PIC X(30).
           05  FILLER                 PIC X(25).

           COPY VIGILA.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "REVISION DE LISTAS DE VIGILANCIA        DIA ".
           05  ENC-FECHA              PIC 9(06).
           05  FILLER                 PIC X(12) VALUE
               "  LISTA DEL ".
           05  ENC-FECHA-LISTA        PIC 9(06).
           05  FILLER                 PIC X(11) VALUE
               "  ENTRADAS ".
           05  ENC-CANTIDAD           PIC Z(06)9.

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(36) VALUE
               "SUJETO                NOMBRE       ".
           05  FILLER                 PIC X(36) VALUE
               "                   DOCUMENTO    FECH".
           05  FILLER                 PIC X(28) VALUE
               "A    OBSERVACION            ".

       01 WS-LINEA-SECCION.
           05  SEC-TITULO             PIC X(60).

       01 WS-LINEA-DETALLE.
           05  DET-SUJETO             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-NOMBRE             PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-DOCUMENTO          PIC X(11).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-FECHA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-OBSERVACION        PIC X(25).

       01 WS-LINEA-TOTAL.
           05  TOT-DESCRIPCION        PIC X(40).
           05  TOT-CANTIDAD           PIC Z(06)9.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM VALIDAR-LISTA-REGULADOR
           IF HAY-LISTA-NUEVA
               IF LISTA-VALIDA
                   PERFORM CARGAR-LISTA-REGULADOR
               ELSE
                   DISPLAY "VIGILANCIA: LISTA LISTAREG FUERA DE "
                       "CUADRE. DETALLES " WS-REG-DETALLES
                       " TRAILER " WS-REG-TRL-CANTIDAD
                       " INVALIDOS " WS-REG-INVALIDOS
                   DISPLAY "VIGILANCIA: SIGUE VIGENTE LA LISTA "
                       "ANTERIOR; LISTAREG QUEDA INTACTO"
               END-IF
           END-IF
           PERFORM LEER-CABECERA-LISTA
           PERFORM LEER-CONTROL
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           IF HAY-LISTA AND HAY-TITULARES
              AND (LISTA-CARGADA
                   OR WS-FECHA-LISTA NOT = WS-FECHA-REVISADA)
               PERFORM REVISAR-CARTERA
               PERFORM GRABAR-CONTROL
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "SIN LISTA NUEVA: LA CARTERA NO SE REVISA" TO
                   SEC-TITULO
               WRITE REPORT-LINE FROM WS-LINEA-SECCION
           END-IF
           IF HAY-TITULARES
               PERFORM LISTAR-TITULARES-PENDIENTES
           END-IF
           IF HAY-RETENIDAS
               PERFORM LISTAR-RETENIDAS-PENDIENTES
           END-IF
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           MOVE "F" TO VIG-FUNCION
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS
           DISPLAY "VIGILANCIA: CLIENTES REVISADOS " WS-REVISADOS
               " NUEVAS COINCIDENCIAS " WS-NUEVAS-COINCIDENCIAS
           DISPLAY "VIGILANCIA: PENDIENTES CLIENTES "
               WS-TITULARES-PENDIENTES
               " TRANSFERENCIAS " WS-RETENIDAS-PENDIENTES
           IF HAY-LISTA-NUEVA AND NOT LISTA-VALIDA
               MOVE 2 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * The regulator's file is proved against its trailer (entry
      * count) before the list in force is touched. A missing or
      * empty file is a night with no new list.
      ******************************************************************
       VALIDAR-LISTA-REGULADOR.
           OPEN INPUT REGULATOR-LIST-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-REGULADOR
               IF NOT FIN-ARCHIVO
                   MOVE "S" TO WS-HAY-LISTA-NUEVA
               END-IF
               PERFORM ACUMULAR-REGULADOR
                   UNTIL FIN-ARCHIVO
               CLOSE REGULATOR-LIST-FILE
               IF HAY-LISTA-NUEVA
                   IF NOT TRAILER-VISTO
                      OR WS-REG-INVALIDOS > 0
                      OR WS-REG-DETALLES NOT = WS-REG-TRL-CANTIDAD
                      OR WS-REG-DETALLES > WS-MAX-LISTA
                       MOVE "N" TO WS-LISTA-VALIDA
                   END-IF
               END-IF
           END-IF.

       LEER-REGULADOR.
           READ REGULATOR-LIST-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-REGULADOR.
           EVALUATE TRUE
               WHEN REG-TIPO-REG = "T"
                AND NOT TRAILER-VISTO
                AND REG-TRL-CANTIDAD IS NUMERIC
                   MOVE "S" TO WS-TRAILER-VISTO
                   MOVE REG-TRL-CANTIDAD TO WS-REG-TRL-CANTIDAD
               WHEN REG-TIPO-REG = "D"
                AND NOT TRAILER-VISTO
                AND REG-LISTA-VALIDA
                AND REG-NOMBRE NOT = SPACES
                   ADD 1 TO WS-REG-DETALLES
               WHEN OTHER
                   ADD 1 TO WS-REG-INVALIDOS
           END-EVALUATE
           PERFORM LEER-REGULADOR.

      ******************************************************************
      * The new list replaces the old one whole. An entry already
      * listed (same list, name and document) keeps the date it first
      * appeared; a new one is dated tonight. The regulator's file is
      * consumed once loaded.
      ******************************************************************
       CARGAR-LISTA-REGULADOR.
           PERFORM CARGAR-LISTA-ANTERIOR
           OPEN OUTPUT WATCH-LIST-FILE
           IF WS-LIS-STATUS NOT = "00"
               DISPLAY "ERROR AL GRABAR LA LISTA DE VIGILANCIA: "
                   WS-LIS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LIS-CABECERA
           MOVE "H" TO LIS-CAB-TIPO-REG
           MOVE WS-FECHA-HOY TO LIS-CAB-FECHA-CARGA
           MOVE WS-REG-DETALLES TO LIS-CAB-CANTIDAD
           WRITE LIS-CABECERA
           OPEN INPUT REGULATOR-LIST-FILE
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM LEER-REGULADOR
           PERFORM GRABAR-ENTRADA-LISTA
               UNTIL FIN-ARCHIVO
           CLOSE REGULATOR-LIST-FILE
           CLOSE WATCH-LIST-FILE
           OPEN OUTPUT REGULATOR-LIST-FILE
           CLOSE REGULATOR-LIST-FILE
           MOVE "S" TO WS-LISTA-CARGADA.

       CARGAR-LISTA-ANTERIOR.
           MOVE 0 TO WS-ANTERIOR-COUNT
           OPEN INPUT WATCH-LIST-FILE
           IF WS-LIS-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-LISTA
               PERFORM GUARDAR-ANTERIOR
                   UNTIL FIN-ARCHIVO
               CLOSE WATCH-LIST-FILE
           END-IF.

       LEER-LISTA.
           READ WATCH-LIST-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-ANTERIOR.
           IF LISTA-DETALLE AND WS-ANTERIOR-COUNT < WS-MAX-LISTA
               ADD 1 TO WS-ANTERIOR-COUNT
               MOVE LIS-TIPO-LISTA TO TAN-TIPO (WS-ANTERIOR-COUNT)
               MOVE LIS-NOMBRE TO TAN-NOMBRE (WS-ANTERIOR-COUNT)
               MOVE LIS-DOCUMENTO TO TAN-DOCUMENTO (WS-ANTERIOR-COUNT)
               MOVE LIS-FECHA-ALTA TO
                   TAN-FECHA-ALTA (WS-ANTERIOR-COUNT)
           END-IF
           PERFORM LEER-LISTA.

       GRABAR-ENTRADA-LISTA.
           IF REG-TIPO-REG = "D"
               MOVE WS-FECHA-HOY TO WS-FECHA-ALTA
               MOVE 1 TO WS-ANT-IDX
               PERFORM BUSCAR-ANTERIOR
                   UNTIL WS-ANT-IDX > WS-ANTERIOR-COUNT
               MOVE SPACES TO LIS-RECORD
               MOVE "D" TO LIS-TIPO-REG
               MOVE REG-TIPO-LISTA TO LIS-TIPO-LISTA
               MOVE REG-NOMBRE TO LIS-NOMBRE
               MOVE REG-DOCUMENTO TO LIS-DOCUMENTO
               MOVE WS-FECHA-ALTA TO LIS-FECHA-ALTA
               WRITE LIS-RECORD
           END-IF
           PERFORM LEER-REGULADOR.

       BUSCAR-ANTERIOR.
           IF TAN-TIPO (WS-ANT-IDX) = REG-TIPO-LISTA
              AND TAN-NOMBRE (WS-ANT-IDX) = REG-NOMBRE
              AND TAN-DOCUMENTO (WS-ANT-IDX) = REG-DOCUMENTO
               MOVE TAN-FECHA-ALTA (WS-ANT-IDX) TO WS-FECHA-ALTA
               MOVE WS-ANTERIOR-COUNT TO WS-ANT-IDX
           END-IF
           ADD 1 TO WS-ANT-IDX.

       LEER-CABECERA-LISTA.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-LIS-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-LISTA
               IF NOT FIN-ARCHIVO AND LISTA-CABECERA
                   MOVE "S" TO WS-HAY-LISTA
                   MOVE LIS-CAB-FECHA-CARGA TO WS-FECHA-LISTA
                   MOVE LIS-CAB-CANTIDAD TO WS-CANTIDAD-LISTA
               END-IF
               CLOSE WATCH-LIST-FILE
           END-IF.

       LEER-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-FECHA-LISTA IS NUMERIC
                           MOVE CTL-FECHA-LISTA TO WS-FECHA-REVISADA
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      ******************************************************************
      * The control record is only written once the whole customer
      * master has been screened, so a run that stops halfway screens
      * it again on the rerun.
      ******************************************************************
       GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-FECHA-LISTA TO CTL-FECHA-LISTA
           MOVE WS-FECHA-HOY TO CTL-FECHA-REVISION
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       ABRIR-ARCHIVOS.
           OPEN I-O CUSTOMER-ID-FILE
           IF WS-TIT-STATUS = "00"
               MOVE "S" TO WS-HAY-TITULARES
           ELSE
               IF WS-TIT-STATUS NOT = "35"
                   DISPLAY "ERROR AL ABRIR EL MAESTRO DE TITULARES: "
                       WS-TIT-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HELD-TRANSFER-FILE
           IF WS-RET-STATUS = "00"
               MOVE "S" TO WS-HAY-RETENIDAS
           ELSE
               IF WS-RET-STATUS NOT = "35"
                   DISPLAY "ERROR AL ABRIR LAS TRANSFERENCIAS "
                       "RETENIDAS: " WS-RET-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA
           MOVE WS-FECHA-LISTA TO ENC-FECHA-LISTA
           MOVE WS-CANTIDAD-LISTA TO ENC-CANTIDAD
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

      ******************************************************************
      * Rescreen of the whole customer master against the list in
      * force. A confirmed customer is already frozen and is not
      * screened again. A cleared one is screened only against the
      * entries listed after the clearance, and keeps its clearance
      * date. A pending customer whose matching entry has left the
      * list is cleared back to "L" and reported.
      ******************************************************************
       REVISAR-CARTERA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NUEVAS COINCIDENCIAS DE ESTA REVISION" TO SEC-TITULO
           WRITE REPORT-LINE FROM WS-LINEA-SECCION
           PERFORM POSICIONAR-TITULARES
           PERFORM REVISAR-TITULAR
               UNTIL FIN-CLIENTES.

       POSICIONAR-TITULARES.
           MOVE "N" TO WS-FIN-CLIENTES
           MOVE LOW-VALUES TO TIT-NUMERO
           START CUSTOMER-ID-FILE
               KEY IS NOT LESS THAN TIT-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CLIENTES
           END-START
           IF NOT FIN-CLIENTES
               PERFORM LEER-SIGUIENTE-TITULAR
           END-IF.

       LEER-SIGUIENTE-TITULAR.
           READ CUSTOMER-ID-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CLIENTES
           END-READ.

       REVISAR-TITULAR.
           IF TIT-FECHA-VIGILANCIA IS NOT NUMERIC
               MOVE 0 TO TIT-FECHA-VIGILANCIA
           END-IF
           IF NOT VIGILANCIA-CONFIRMADA
               ADD 1 TO WS-REVISADOS
               PERFORM VERIFICAR-TITULAR
               PERFORM ACTUALIZAR-TITULAR
           END-IF
           PERFORM LEER-SIGUIENTE-TITULAR.

       VERIFICAR-TITULAR.
           MOVE "V" TO VIG-FUNCION
           MOVE "REVISION" TO VIG-ORIGEN
           MOVE TIT-NUMERO TO VIG-SUJETO
           MOVE TIT-NOMBRE TO VIG-NOMBRE
           MOVE TIT-DOCUMENTO TO VIG-DOCUMENTO
           IF VIGILANCIA-DESCARTADA
               MOVE TIT-FECHA-VIGILANCIA TO VIG-FECHA-DESDE
           ELSE
               MOVE 0 TO VIG-FECHA-DESDE
           END-IF
           MOVE "LOTE" TO VIG-OPERADOR
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS.

       ACTUALIZAR-TITULAR.
           EVALUATE TRUE
               WHEN VIG-COINCIDENCIA AND NOT VIGILANCIA-PENDIENTE
                   MOVE "P" TO TIT-VIGILANCIA
                   MOVE WS-FECHA-HOY TO TIT-FECHA-VIGILANCIA
                   REWRITE TIT-RECORD
                   ADD 1 TO WS-NUEVAS-COINCIDENCIAS
                   MOVE VIG-LISTA-NOMBRE TO DET-OBSERVACION
                   PERFORM ESCRIBIR-LINEA-TITULAR
               WHEN VIG-LIBRE AND VIGILANCIA-PENDIENTE
                   MOVE "L" TO TIT-VIGILANCIA
                   MOVE WS-FECHA-HOY TO TIT-FECHA-VIGILANCIA
                   REWRITE TIT-RECORD
                   ADD 1 TO WS-RETIRADAS
                   MOVE "YA NO FIGURA EN LA LISTA" TO DET-OBSERVACION
                   PERFORM ESCRIBIR-LINEA-TITULAR
               WHEN VIG-LIBRE AND NOT VIGILANCIA-DESCARTADA
                   MOVE "L" TO TIT-VIGILANCIA
                   MOVE WS-FECHA-HOY TO TIT-FECHA-VIGILANCIA
                   REWRITE TIT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESCRIBIR-LINEA-TITULAR.
           MOVE SPACES TO DET-SUJETO
           STRING "CLIENTE " TIT-NUMERO
               DELIMITED BY SIZE INTO DET-SUJETO
           MOVE TIT-NOMBRE TO DET-NOMBRE
           MOVE TIT-DOCUMENTO TO DET-DOCUMENTO
           MOVE TIT-FECHA-VIGILANCIA TO DET-FECHA
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       LISTAR-TITULARES-PENDIENTES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLIENTES PENDIENTES DE CUMPLIMIENTO" TO SEC-TITULO
           WRITE REPORT-LINE FROM WS-LINEA-SECCION
           PERFORM POSICIONAR-TITULARES
           PERFORM LISTAR-SI-PENDIENTE
               UNTIL FIN-CLIENTES.

       LISTAR-SI-PENDIENTE.
           IF VIGILANCIA-PENDIENTE
               ADD 1 TO WS-TITULARES-PENDIENTES
               MOVE "PENDIENTE DESDE" TO DET-OBSERVACION
               PERFORM ESCRIBIR-LINEA-TITULAR
           END-IF
           PERFORM LEER-SIGUIENTE-TITULAR.

       LISTAR-RETENIDAS-PENDIENTES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TRANSFERENCIAS RETENIDAS PENDIENTES DE CUMPLIMIENTO"
               TO SEC-TITULO
           WRITE REPORT-LINE FROM WS-LINEA-SECCION
           MOVE "N" TO WS-FIN-RETENIDAS
           MOVE LOW-VALUES TO RET-NUMERO
           START HELD-TRANSFER-FILE
               KEY IS NOT LESS THAN RET-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-RETENIDAS
           END-START
           IF NOT FIN-RETENIDAS
               PERFORM LEER-SIGUIENTE-RETENIDA
           END-IF
           PERFORM LISTAR-SI-RETENIDA
               UNTIL FIN-RETENIDAS.

       LEER-SIGUIENTE-RETENIDA.
           READ HELD-TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-RETENIDAS
           END-READ.

       LISTAR-SI-RETENIDA.
           IF RETENIDA-PENDIENTE
               ADD 1 TO WS-RETENIDAS-PENDIENTES
               MOVE RET-ITEM TO WS-ITEM-RETENIDO
               MOVE SPACES TO DET-SUJETO
               IF RETENIDA-SALIENTE
                   STRING "SAL " RET-NUMERO " " RTS-CTA-ORIGEN
                       DELIMITED BY SIZE INTO DET-SUJETO
                   MOVE RTS-BENEFICIARIO TO DET-NOMBRE
               ELSE
                   STRING "ENT " RET-NUMERO " " RTE-CTA-BENEF
                       DELIMITED BY SIZE INTO DET-SUJETO
                   MOVE RTE-ORDENANTE TO DET-NOMBRE
               END-IF
               MOVE SPACES TO DET-DOCUMENTO
               MOVE RET-FECHA-RETENCION TO DET-FECHA
               MOVE RET-LISTA-NOMBRE TO DET-OBSERVACION
               WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           END-IF
           PERFORM LEER-SIGUIENTE-RETENIDA.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLIENTES REVISADOS:" TO TOT-DESCRIPCION
           MOVE WS-REVISADOS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "NUEVAS COINCIDENCIAS:" TO TOT-DESCRIPCION
           MOVE WS-NUEVAS-COINCIDENCIAS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "COINCIDENCIAS RETIRADAS DE LA LISTA:" TO
               TOT-DESCRIPCION
           MOVE WS-RETIRADAS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "CLIENTES PENDIENTES DE CUMPLIMIENTO:" TO
               TOT-DESCRIPCION
           MOVE WS-TITULARES-PENDIENTES TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "TRANSFERENCIAS RETENIDAS PENDIENTES:" TO
               TOT-DESCRIPCION
           MOVE WS-RETENIDAS-PENDIENTES TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           IF HAY-LISTA-NUEVA AND NOT LISTA-VALIDA
               MOVE "LISTAREG RECHAZADA, REGISTROS INVALIDOS:" TO
                   TOT-DESCRIPCION
               MOVE WS-REG-INVALIDOS TO TOT-CANTIDAD
               WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           END-IF.

       CERRAR-ARCHIVOS.
           IF HAY-TITULARES
               CLOSE CUSTOMER-ID-FILE
           END-IF
           IF HAY-RETENIDAS
               CLOSE HELD-TRANSFER-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM REVISION-VIGILANCIA.
