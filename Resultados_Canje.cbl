      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly load of the clearing house results for the
      *          cheques presented in CAMARSAL. The results file
      *          CAMARENT (one detail record per item answered,
      *          quoting our item reference, closed by a control
      *          trailer) is proved against its trailer before
      *          anything is applied. A cheque reported paid has its
      *          CHEQPEND release date brought forward to today, so
      *          the release job running later in the chain frees
      *          its funds tonight instead of waiting out the hold.
      *          A cheque reported unpaid is appended to the returns
      *          file CHEQDEVU, which the returned-cheque job running
      *          next backs out and charges exactly as it does the
      *          returns the back office keys. Each answer is stamped
      *          on its presentment in CAMARPRE. The report CAMARREP
      *          lists every result applied, every result that could
      *          not be applied, and as exceptions every cheque still
      *          without a result once the clearing cycle has run
      *          out. A result for an unknown or already answered
      *          reference, or an unpaid cheque whose funds were
      *          already released, ends the job non-zero so the back
      *          office chases it; the exceptions are follow-up and
      *          leave the chain running. CAMARENT is consumed once
      *          applied so a rerun can never apply it twice.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADOS-CANJE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "CAMARENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT PRESENTMENT-FILE ASSIGN TO "CAMARPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT CHEQUE-PENDING-FILE ASSIGN TO "CHEQPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.
           SELECT RETURNS-FILE ASSIGN TO "CHEQDEVU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CAMARREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           05  RES-TIPO-REG           PIC X(01).
           05  RES-REFERENCIA         PIC 9(12).
           05  RES-RESULTADO          PIC X(01).
               88  RESULTADO-PAGADO   VALUE "P".
               88  RESULTADO-RECHAZADO VALUE "R".
           05  RES-MOTIVO             PIC X(20).
           05  FILLER                 PIC X(38).
       01  RESULT-TRAILER REDEFINES RESULT-RECORD.
           05  RES-TRL-TIPO-REG       PIC X(01).
           05  RES-TRL-CANTIDAD       PIC 9(07).
           05  FILLER                 PIC X(64).

       FD  PRESENTMENT-FILE.
           COPY CANJE.

       FD  CHEQUE-PENDING-FILE.
       01  CHEQUE-RECORD.
           05  CHQ-CUENTA             PIC X(06).
           05  FILLER                 PIC X(01).
           05  CHQ-FECHA-DEPOSITO     PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CHQ-FECHA-LIBERACION   PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CHQ-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(01).
           05  CHQ-ESTADO             PIC X(01).

       FD  RETURNS-FILE.
       01  RETURN-RECORD.
           05  DEV-CUENTA             PIC X(06).
           05  FILLER                 PIC X(01).
           05  DEV-FECHA-DEPOSITO     PIC 9(06).
           05  FILLER                 PIC X(01).
           05  DEV-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(01).
           05  DEV-MOTIVO             PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ENT-STATUS PIC X(02).
       01 WS-PRE-STATUS PIC X(02).
       01 WS-CHQ-STATUS PIC X(02).
       01 WS-DEV-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-HAY-RESULTADOS PIC X(01) VALUE "N".
           88 HAY-RESULTADOS VALUE "S".
       01 WS-HAY-COLA PIC X(01) VALUE "N".
           88 HAY-COLA VALUE "S".
       01 WS-TRAILER-VISTO PIC X(01) VALUE "N".
           88 TRAILER-VISTO VALUE "S".
       01 WS-RESULTADOS-VALIDOS PIC X(01) VALUE "S".
           88 RESULTADOS-VALIDOS VALUE "S".
       01 WS-PRESENTACION-HALLADA PIC X(01) VALUE "N".
           88 PRESENTACION-HALLADA VALUE "S".
       01 WS-CHEQUE-HALLADO PIC X(01) VALUE "N".
           88 CHEQUE-HALLADO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-SERIAL-HOY PIC 9(07).
       01 WS-SERIAL-PRESENTA PIC 9(07).
       01 WS-DIA-SEMANA PIC 9(01).
       01 WS-DIAS-SIN-RESULTADO PIC 9(05).

      ******************************************************************
      * Calendar days the clearing house is given to answer a cheque
      * presented: the exchange cycle plus a weekend's allowance.
      ******************************************************************
       01 WS-CICLO-CANJE PIC 9(02) VALUE 4.

      ******************************************************************
      * Results file control figures, proved before anything is
      * applied.
      ******************************************************************
       01 WS-ENT-DETALLES PIC 9(07) VALUE 0.
       01 WS-ENT-INVALIDOS PIC 9(07) VALUE 0.
       01 WS-ENT-TRL-CANTIDAD PIC 9(07) VALUE 0.

       01 WS-PAGADOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-PAGADO PIC 9(11)V99 VALUE 0.
       01 WS-ANTICIPADOS PIC 9(07) VALUE 0.
       01 WS-RECHAZADOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-RECHAZADO PIC 9(11)V99 VALUE 0.
       01 WS-SIN-MATCH PIC 9(07) VALUE 0.
       01 WS-YA-APLICADOS PIC 9(07) VALUE 0.
       01 WS-YA-LIBERADOS PIC 9(07) VALUE 0.
       01 WS-EXCEPCIONES PIC 9(07) VALUE 0.
       01 WS-TOTAL-EXCEPCIONES PIC 9(11)V99 VALUE 0.

       01 WS-PRESENTADOS-MAX PIC 9(03) VALUE 500.
       01 WS-PRESENTADOS-COUNT PIC 9(03) VALUE 0.
       01 WS-PRE-IDX PIC 9(03).
       01 TABLA-PRESENTADOS.
           05 PRESENTADO-ENTRADA OCCURS 500 TIMES.
               10 TPR-REFERENCIA      PIC 9(12).
               10 TPR-CUENTA          PIC X(06).
               10 TPR-FECHA-DEPOSITO  PIC 9(06).
               10 TPR-IMPORTE         PIC S9(06)V99.
               10 TPR-FECHA-PRESENTA  PIC 9(06).
               10 TPR-ESTADO          PIC X(01).
               10 TPR-FECHA-RESULTADO PIC 9(06).

      ******************************************************************
      * The queue; TAB-USADO marks an entry already answered tonight,
      * so two identical cheques (same account, day and amount) are
      * each answered against their own entry.
      ******************************************************************
       01 WS-CHEQUES-MAX PIC 9(03) VALUE 500.
       01 WS-CHEQUES-COUNT PIC 9(03) VALUE 0.
       01 WS-CHQ-IDX PIC 9(03).
       01 TABLA-CHEQUES.
           05 CHEQUE-ENTRADA OCCURS 500 TIMES.
               10 TAB-CUENTA          PIC X(06).
               10 TAB-FECHA-DEPOSITO  PIC 9(06).
               10 TAB-FECHA-LIBERA    PIC 9(06).
               10 TAB-IMPORTE         PIC S9(06)V99.
               10 TAB-ESTADO          PIC X(01).
               10 TAB-USADO           PIC X(01).

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "RESULTADOS DEL CANJE DE CHEQUES         DIA ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(36) VALUE
               "REFERENCIA    CUENTA  F.DEP      IMP".
           05  FILLER                 PIC X(36) VALUE
               "ORTE  F.PRES  MOTIVO                ".
           05  FILLER                 PIC X(24) VALUE
               "RESULTADO               ".

       01 WS-LINEA-DETALLE.
           05  DET-REFERENCIA         PIC 9(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-FECHA-DEPOSITO     PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-IMPORTE            PIC -(06)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-FECHA-PRESENTA     PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-MOTIVO             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-RESULTADO          PIC X(24).

       01 WS-TEXTO-DIAS.
           05  FILLER                 PIC X(19) VALUE
               "SIN RESULTADO DIAS ".
           05  TXT-DIAS               PIC Z(04)9.

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
           PERFORM VALIDAR-RESULTADOS
           IF NOT RESULTADOS-VALIDOS
               DISPLAY "CANJE: RESULTADOS CAMARENT FUERA DE CUADRE. "
                   "DETALLES " WS-ENT-DETALLES
                   " TRAILER " WS-ENT-TRL-CANTIDAD
               DISPLAY "CANJE: NO SE APLICA NINGUN RESULTADO; "
                   "CAMARENT QUEDA INTACTO"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PRESENTADOS
           PERFORM CARGAR-CHEQUES
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           IF HAY-RESULTADOS
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-RESULTADO
               PERFORM APLICAR-RESULTADO
                   UNTIL FIN-ARCHIVO
               CLOSE RESULTS-FILE
           END-IF
           CLOSE RETURNS-FILE
           PERFORM REGRABAR-PRESENTADOS
           IF HAY-COLA
               PERFORM REGRABAR-CHEQUES
           END-IF
           IF HAY-RESULTADOS
               PERFORM CONSUMIR-RESULTADOS
           END-IF
           PERFORM LISTAR-EXCEPCIONES
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "CANJE: PAGADOS " WS-PAGADOS
               " RECHAZADOS " WS-RECHAZADOS
               " SIN RESULTADO VENCIDOS " WS-EXCEPCIONES
           IF WS-SIN-MATCH > 0
              OR WS-YA-LIBERADOS > 0
               DISPLAY "CANJE: RESULTADOS SIN APLICAR " WS-SIN-MATCH
                   " RECHAZOS DE CHEQUES YA LIBERADOS "
                   WS-YA-LIBERADOS
               MOVE 2 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * The results file is proved against its trailer (item count)
      * before a single result is applied: a file that does not agree
      * is refused whole and left where it is, so the clearing house
      * can resend it and the step can be rerun. A missing or empty
      * file is a night with no answers: the presented cheques simply
      * keep waiting, and are still aged for the exceptions.
      ******************************************************************
       VALIDAR-RESULTADOS.
           OPEN INPUT RESULTS-FILE
           IF WS-ENT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-RESULTADO
               IF NOT FIN-ARCHIVO
                   MOVE "S" TO WS-HAY-RESULTADOS
               END-IF
               PERFORM ACUMULAR-RESULTADO
                   UNTIL FIN-ARCHIVO
               CLOSE RESULTS-FILE
               IF HAY-RESULTADOS
                   IF NOT TRAILER-VISTO
                      OR WS-ENT-INVALIDOS > 0
                      OR WS-ENT-DETALLES NOT = WS-ENT-TRL-CANTIDAD
                       MOVE "N" TO WS-RESULTADOS-VALIDOS
                   END-IF
               END-IF
           END-IF.

       LEER-RESULTADO.
           READ RESULTS-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-RESULTADO.
           EVALUATE TRUE
               WHEN RES-TIPO-REG = "T"
                AND NOT TRAILER-VISTO
                AND RES-TRL-CANTIDAD IS NUMERIC
                   MOVE "S" TO WS-TRAILER-VISTO
                   MOVE RES-TRL-CANTIDAD TO WS-ENT-TRL-CANTIDAD
               WHEN RES-TIPO-REG = "D"
                AND NOT TRAILER-VISTO
                AND RES-REFERENCIA IS NUMERIC
                AND (RESULTADO-PAGADO OR RESULTADO-RECHAZADO)
                   ADD 1 TO WS-ENT-DETALLES
               WHEN OTHER
                   ADD 1 TO WS-ENT-INVALIDOS
           END-EVALUATE
           PERFORM LEER-RESULTADO.

       CARGAR-PRESENTADOS.
           OPEN INPUT PRESENTMENT-FILE
           IF WS-PRE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PRE-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR LAS PRESENTACIONES: "
                       WS-PRE-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-PRESENTADO
               PERFORM GUARDAR-PRESENTADO
                   UNTIL FIN-ARCHIVO
                      OR WS-PRESENTADOS-COUNT = WS-PRESENTADOS-MAX
               CLOSE PRESENTMENT-FILE
               IF NOT FIN-ARCHIVO
                   DISPLAY "CANJE: MAS DE " WS-PRESENTADOS-MAX
                       " PRESENTACIONES; CORRIDA ABORTADA SIN "
                       "MODIFICAR LOS ARCHIVOS"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LEER-PRESENTADO.
           READ PRESENTMENT-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-PRESENTADO.
           ADD 1 TO WS-PRESENTADOS-COUNT
           MOVE WS-PRESENTADOS-COUNT TO WS-PRE-IDX
           MOVE CAN-REFERENCIA TO TPR-REFERENCIA (WS-PRE-IDX)
           MOVE CAN-CUENTA TO TPR-CUENTA (WS-PRE-IDX)
           MOVE CAN-FECHA-DEPOSITO TO TPR-FECHA-DEPOSITO (WS-PRE-IDX)
           MOVE CAN-IMPORTE TO TPR-IMPORTE (WS-PRE-IDX)
           MOVE CAN-FECHA-PRESENTACION
               TO TPR-FECHA-PRESENTA (WS-PRE-IDX)
           MOVE CAN-ESTADO TO TPR-ESTADO (WS-PRE-IDX)
           MOVE CAN-FECHA-RESULTADO
               TO TPR-FECHA-RESULTADO (WS-PRE-IDX)
           PERFORM LEER-PRESENTADO.

      ******************************************************************
      * With no queue on file a paid result has nothing to bring
      * forward and an unpaid one nothing to return; both are still
      * stamped on their presentment and listed.
      ******************************************************************
       CARGAR-CHEQUES.
           OPEN INPUT CHEQUE-PENDING-FILE
           IF WS-CHQ-STATUS = "00"
               MOVE "S" TO WS-HAY-COLA
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-CHEQUE
               PERFORM GUARDAR-CHEQUE
                   UNTIL FIN-ARCHIVO
                      OR WS-CHEQUES-COUNT = WS-CHEQUES-MAX
               CLOSE CHEQUE-PENDING-FILE
               IF NOT FIN-ARCHIVO
                   DISPLAY "CANJE: MAS DE " WS-CHEQUES-MAX
                       " CHEQUES PENDIENTES; CORRIDA ABORTADA SIN "
                       "MODIFICAR LOS ARCHIVOS"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LEER-CHEQUE.
           READ CHEQUE-PENDING-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-CHEQUE.
           ADD 1 TO WS-CHEQUES-COUNT
           MOVE WS-CHEQUES-COUNT TO WS-CHQ-IDX
           MOVE CHQ-CUENTA TO TAB-CUENTA (WS-CHQ-IDX)
           MOVE CHQ-FECHA-DEPOSITO TO TAB-FECHA-DEPOSITO (WS-CHQ-IDX)
           MOVE CHQ-FECHA-LIBERACION TO TAB-FECHA-LIBERA (WS-CHQ-IDX)
           MOVE CHQ-IMPORTE TO TAB-IMPORTE (WS-CHQ-IDX)
           MOVE CHQ-ESTADO TO TAB-ESTADO (WS-CHQ-IDX)
           MOVE "N" TO TAB-USADO (WS-CHQ-IDX)
           PERFORM LEER-CHEQUE.

       ABRIR-ARCHIVOS.
           IF HAY-RESULTADOS
               OPEN INPUT RESULTS-FILE
               IF WS-ENT-STATUS NOT = "00"
                   DISPLAY "ERROR AL ABRIR LOS RESULTADOS DEL CANJE: "
                       WS-ENT-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND RETURNS-FILE
           IF WS-DEV-STATUS = "35"
               OPEN OUTPUT RETURNS-FILE
           END-IF
           IF WS-DEV-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LAS DEVOLUCIONES: "
                   WS-DEV-STATUS
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
           MOVE "RESULTADOS APLICADOS ESTA NOCHE" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

      ******************************************************************
      * A result applies only to a presentment still awaiting its
      * answer. The same answer already stamped today is a rerun of
      * a night that failed before CAMARENT was consumed, and is
      * only listed; one quoting an unknown reference, or answering
      * a cheque a second time, is listed and counted, never applied.
      ******************************************************************
       APLICAR-RESULTADO.
           IF RES-TIPO-REG = "D"
               PERFORM BUSCAR-PRESENTACION
               IF PRESENTACION-HALLADA
                  AND TPR-ESTADO (WS-PRE-IDX) = "E"
                   PERFORM REGISTRAR-RESULTADO
               ELSE
                   IF PRESENTACION-HALLADA
                      AND TPR-ESTADO (WS-PRE-IDX) = RES-RESULTADO
                      AND TPR-FECHA-RESULTADO (WS-PRE-IDX) =
                          WS-FECHA-HOY
                       PERFORM LISTAR-YA-APLICADO
                   ELSE
                       ADD 1 TO WS-SIN-MATCH
                       PERFORM LISTAR-SIN-PRESENTACION
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-RESULTADO.

       BUSCAR-PRESENTACION.
           MOVE "N" TO WS-PRESENTACION-HALLADA
           MOVE 1 TO WS-PRE-IDX
           PERFORM COMPARAR-PRESENTACION
               UNTIL PRESENTACION-HALLADA
                  OR WS-PRE-IDX > WS-PRESENTADOS-COUNT.

       COMPARAR-PRESENTACION.
           IF TPR-REFERENCIA (WS-PRE-IDX) = RES-REFERENCIA
               MOVE "S" TO WS-PRESENTACION-HALLADA
           ELSE
               ADD 1 TO WS-PRE-IDX
           END-IF.

       REGISTRAR-RESULTADO.
           MOVE RES-RESULTADO TO TPR-ESTADO (WS-PRE-IDX)
           MOVE WS-FECHA-HOY TO TPR-FECHA-RESULTADO (WS-PRE-IDX)
           PERFORM BUSCAR-CHEQUE-PENDIENTE
           IF RESULTADO-PAGADO
               PERFORM APLICAR-PAGO
           ELSE
               PERFORM APLICAR-RECHAZO
           END-IF.

      ******************************************************************
      * The queue entry answered is the first unreleased one of the
      * same account, deposit date and amount not yet answered
      * tonight.
      ******************************************************************
       BUSCAR-CHEQUE-PENDIENTE.
           MOVE "N" TO WS-CHEQUE-HALLADO
           MOVE 1 TO WS-CHQ-IDX
           PERFORM COMPARAR-CHEQUE
               UNTIL CHEQUE-HALLADO
                  OR WS-CHQ-IDX > WS-CHEQUES-COUNT.

       COMPARAR-CHEQUE.
           IF TAB-ESTADO (WS-CHQ-IDX) = "P"
              AND TAB-USADO (WS-CHQ-IDX) = "N"
              AND TAB-CUENTA (WS-CHQ-IDX) = TPR-CUENTA (WS-PRE-IDX)
              AND TAB-FECHA-DEPOSITO (WS-CHQ-IDX) =
                  TPR-FECHA-DEPOSITO (WS-PRE-IDX)
              AND TAB-IMPORTE (WS-CHQ-IDX) = TPR-IMPORTE (WS-PRE-IDX)
               MOVE "S" TO WS-CHEQUE-HALLADO
               MOVE "S" TO TAB-USADO (WS-CHQ-IDX)
           ELSE
               ADD 1 TO WS-CHQ-IDX
           END-IF.

      ******************************************************************
      * A paid cheque's hold has served its purpose: its release date
      * becomes today and the release job frees the funds tonight,
      * posting the same LIBERA-C entry and release control it posts
      * for a hold that ran out. A cheque already released needs
      * nothing further.
      ******************************************************************
       APLICAR-PAGO.
           ADD 1 TO WS-PAGADOS
           ADD TPR-IMPORTE (WS-PRE-IDX) TO WS-TOTAL-PAGADO
           MOVE SPACES TO DET-MOTIVO
           IF CHEQUE-HALLADO
              AND TAB-FECHA-LIBERA (WS-CHQ-IDX) > WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO TAB-FECHA-LIBERA (WS-CHQ-IDX)
               ADD 1 TO WS-ANTICIPADOS
               MOVE "PAGADO - LIBERA HOY" TO DET-RESULTADO
           ELSE
               MOVE "PAGADO" TO DET-RESULTADO
           END-IF
           PERFORM ESCRIBIR-DETALLE.

      ******************************************************************
      * An unpaid cheque still held goes to the returns file for the
      * returned-cheque job, as a keyed return would. One whose funds
      * were already released cannot be backed out that way: it is
      * listed for the back office and fails the step.
      ******************************************************************
       APLICAR-RECHAZO.
           ADD 1 TO WS-RECHAZADOS
           ADD TPR-IMPORTE (WS-PRE-IDX) TO WS-TOTAL-RECHAZADO
           MOVE RES-MOTIVO TO DET-MOTIVO
           IF CHEQUE-HALLADO
               MOVE SPACES TO RETURN-RECORD
               MOVE TPR-CUENTA (WS-PRE-IDX) TO DEV-CUENTA
               MOVE TPR-FECHA-DEPOSITO (WS-PRE-IDX)
                   TO DEV-FECHA-DEPOSITO
               MOVE TPR-IMPORTE (WS-PRE-IDX) TO DEV-IMPORTE
               MOVE RES-MOTIVO TO DEV-MOTIVO
               WRITE RETURN-RECORD
               MOVE "RECHAZADO - A DEVOLVER" TO DET-RESULTADO
           ELSE
               ADD 1 TO WS-YA-LIBERADOS
               MOVE "RECHAZADO - YA LIBERADO" TO DET-RESULTADO
           END-IF
           PERFORM ESCRIBIR-DETALLE.

       ESCRIBIR-DETALLE.
           MOVE TPR-REFERENCIA (WS-PRE-IDX) TO DET-REFERENCIA
           MOVE TPR-CUENTA (WS-PRE-IDX) TO DET-CUENTA
           MOVE TPR-FECHA-DEPOSITO (WS-PRE-IDX) TO DET-FECHA-DEPOSITO
           MOVE TPR-IMPORTE (WS-PRE-IDX) TO DET-IMPORTE
           MOVE TPR-FECHA-PRESENTA (WS-PRE-IDX) TO DET-FECHA-PRESENTA
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       LISTAR-YA-APLICADO.
           ADD 1 TO WS-YA-APLICADOS
           MOVE RES-MOTIVO TO DET-MOTIVO
           MOVE "YA APLICADO HOY" TO DET-RESULTADO
           PERFORM ESCRIBIR-DETALLE.

       LISTAR-SIN-PRESENTACION.
           MOVE RES-REFERENCIA TO DET-REFERENCIA
           MOVE SPACES TO DET-CUENTA
           MOVE 0 TO DET-FECHA-DEPOSITO
           MOVE 0 TO DET-IMPORTE
           MOVE 0 TO DET-FECHA-PRESENTA
           MOVE RES-MOTIVO TO DET-MOTIVO
           MOVE "SIN PRESENTACION ABIERTA" TO DET-RESULTADO
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       REGRABAR-PRESENTADOS.
           OPEN OUTPUT PRESENTMENT-FILE
           IF WS-PRE-STATUS NOT = "00"
               DISPLAY "ERROR AL GRABAR LAS PRESENTACIONES: "
                   WS-PRE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-PRE-IDX
           PERFORM REGRABAR-UN-PRESENTADO
               UNTIL WS-PRE-IDX > WS-PRESENTADOS-COUNT
           CLOSE PRESENTMENT-FILE.

       REGRABAR-UN-PRESENTADO.
           MOVE SPACES TO CAN-RECORD
           MOVE TPR-REFERENCIA (WS-PRE-IDX) TO CAN-REFERENCIA
           MOVE TPR-CUENTA (WS-PRE-IDX) TO CAN-CUENTA
           MOVE TPR-FECHA-DEPOSITO (WS-PRE-IDX) TO CAN-FECHA-DEPOSITO
           MOVE TPR-IMPORTE (WS-PRE-IDX) TO CAN-IMPORTE
           MOVE TPR-FECHA-PRESENTA (WS-PRE-IDX)
               TO CAN-FECHA-PRESENTACION
           MOVE TPR-ESTADO (WS-PRE-IDX) TO CAN-ESTADO
           MOVE TPR-FECHA-RESULTADO (WS-PRE-IDX)
               TO CAN-FECHA-RESULTADO
           WRITE CAN-RECORD
           ADD 1 TO WS-PRE-IDX.

       REGRABAR-CHEQUES.
           OPEN OUTPUT CHEQUE-PENDING-FILE
           MOVE 1 TO WS-CHQ-IDX
           PERFORM REGRABAR-UN-CHEQUE
               UNTIL WS-CHQ-IDX > WS-CHEQUES-COUNT
           CLOSE CHEQUE-PENDING-FILE.

       REGRABAR-UN-CHEQUE.
           MOVE SPACES TO CHEQUE-RECORD
           MOVE TAB-CUENTA (WS-CHQ-IDX) TO CHQ-CUENTA
           MOVE TAB-FECHA-DEPOSITO (WS-CHQ-IDX) TO CHQ-FECHA-DEPOSITO
           MOVE TAB-FECHA-LIBERA (WS-CHQ-IDX) TO CHQ-FECHA-LIBERACION
           MOVE TAB-IMPORTE (WS-CHQ-IDX) TO CHQ-IMPORTE
           MOVE TAB-ESTADO (WS-CHQ-IDX) TO CHQ-ESTADO
           WRITE CHEQUE-RECORD
           ADD 1 TO WS-CHQ-IDX.

      ******************************************************************
      * Emptied only after the answers are stamped on CAMARPRE and
      * CHEQPEND, so a failure before this point can be rerun: the
      * results already stamped then list as already applied.
      ******************************************************************
       CONSUMIR-RESULTADOS.
           OPEN OUTPUT RESULTS-FILE
           CLOSE RESULTS-FILE.

      ******************************************************************
      * A cheque still awaiting its answer once the clearing cycle has
      * run out is an exception: the clearing house may have lost it,
      * or its result may have been dropped from a file.
      ******************************************************************
       LISTAR-EXCEPCIONES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PRESENTADOS SIN RESULTADO FUERA DE CICLO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2
           MOVE 1 TO WS-PRE-IDX
           PERFORM REVISAR-EXCEPCION
               UNTIL WS-PRE-IDX > WS-PRESENTADOS-COUNT.

       REVISAR-EXCEPCION.
           IF TPR-ESTADO (WS-PRE-IDX) = "E"
               CALL "RUTINA-FECHA" USING
                   TPR-FECHA-PRESENTA (WS-PRE-IDX)
                   WS-SERIAL-PRESENTA WS-DIA-SEMANA
               IF WS-SERIAL-HOY > WS-SERIAL-PRESENTA
                   COMPUTE WS-DIAS-SIN-RESULTADO =
                       WS-SERIAL-HOY - WS-SERIAL-PRESENTA
               ELSE
                   MOVE 0 TO WS-DIAS-SIN-RESULTADO
               END-IF
               IF WS-DIAS-SIN-RESULTADO > WS-CICLO-CANJE
                   ADD 1 TO WS-EXCEPCIONES
                   ADD TPR-IMPORTE (WS-PRE-IDX)
                       TO WS-TOTAL-EXCEPCIONES
                   MOVE SPACES TO DET-MOTIVO
                   MOVE WS-DIAS-SIN-RESULTADO TO TXT-DIAS
                   MOVE WS-TEXTO-DIAS TO DET-RESULTADO
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           END-IF
           ADD 1 TO WS-PRE-IDX.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESULTADOS EN CAMARENT:" TO TOT-DESCRIPCION
           MOVE WS-ENT-DETALLES TO TOT-CANTIDAD
           MOVE 0 TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "PAGADOS:" TO TOT-DESCRIPCION
           MOVE WS-PAGADOS TO TOT-CANTIDAD
           MOVE WS-TOTAL-PAGADO TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "  CON LIBERACION ANTICIPADA:" TO TOT-DESCRIPCION
           MOVE WS-ANTICIPADOS TO TOT-CANTIDAD
           MOVE 0 TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "RECHAZADOS:" TO TOT-DESCRIPCION
           MOVE WS-RECHAZADOS TO TOT-CANTIDAD
           MOVE WS-TOTAL-RECHAZADO TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "  RECHAZADOS YA LIBERADOS:" TO TOT-DESCRIPCION
           MOVE WS-YA-LIBERADOS TO TOT-CANTIDAD
           MOVE 0 TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "APLICADOS EN UNA CORRIDA ANTERIOR:"
               TO TOT-DESCRIPCION
           MOVE WS-YA-APLICADOS TO TOT-CANTIDAD
           MOVE 0 TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "RESULTADOS SIN PRESENTACION ABIERTA:"
               TO TOT-DESCRIPCION
           MOVE WS-SIN-MATCH TO TOT-CANTIDAD
           MOVE 0 TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "SIN RESULTADO FUERA DE CICLO:" TO TOT-DESCRIPCION
           MOVE WS-EXCEPCIONES TO TOT-CANTIDAD
           MOVE WS-TOTAL-EXCEPCIONES TO TOT-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL.

       END PROGRAM RESULTADOS-CANJE.
