      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly outward presentment of deposited cheques to
      *          the clearing house. Every unreleased ("P") entry of
      *          the pending-cheque queue CHEQPEND that has not been
      *          presented yet - the day's new cheque deposits, plus
      *          any a failed night left behind - is given an item
      *          reference and recorded in the presentments file
      *          CAMARPRE, where the clearing results load later
      *          records the drawee bank's answer. The presentment
      *          file CAMARSAL handed to the clearing house lists
      *          every cheque presented tonight closed by a control
      *          trailer (item count and amount total); it is
      *          rebuilt from CAMARPRE on each run, so a rerun of the
      *          chain reproduces the same file instead of presenting
      *          the same cheques twice or losing tonight's items.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESENTACION-CHEQUES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-PENDING-FILE ASSIGN TO "CHEQPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.
           SELECT PRESENTMENT-FILE ASSIGN TO "CAMARPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT OUTGOING-FILE ASSIGN TO "CAMARSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PRESENTMENT-FILE.
           COPY CANJE.

       FD  OUTGOING-FILE.
       01  OUTGOING-RECORD            PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-CHQ-STATUS PIC X(02).
       01 WS-PRE-STATUS PIC X(02).
       01 WS-SAL-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-PRESENTADO PIC X(01) VALUE "N".
           88 PRESENTADO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-SECUENCIA PIC 9(06) VALUE 0.
       01 WS-PRESENTADOS-MAX PIC 9(03) VALUE 500.
       01 WS-PRESENTADOS-COUNT PIC 9(03) VALUE 0.
       01 WS-IDX PIC 9(03).
       01 WS-NUEVOS PIC 9(07) VALUE 0.
       01 WS-CANT-PRESENTADOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-PRESENTADO PIC 9(11)V99 VALUE 0.

      ******************************************************************
      * Every presentment on file; TPR-ASIGNADO marks the ones already
      * paired with a queue entry during this run, so two identical
      * cheques (same account, day and amount) each keep their own.
      ******************************************************************
       01 TABLA-PRESENTADOS.
           05 PRESENTADO-ENTRADA OCCURS 500 TIMES.
               10 TPR-REFERENCIA      PIC 9(12).
               10 TPR-CUENTA          PIC X(06).
               10 TPR-FECHA-DEPOSITO  PIC 9(06).
               10 TPR-IMPORTE         PIC S9(06)V99.
               10 TPR-FECHA-PRESENTA  PIC 9(06).
               10 TPR-ESTADO          PIC X(01).
               10 TPR-FECHA-RESULTADO PIC 9(06).
               10 TPR-ASIGNADO        PIC X(01).

       01 WS-REFERENCIA-NUEVA.
           05  REF-FECHA              PIC 9(06).
           05  REF-SECUENCIA          PIC 9(06).

       01 WS-REGISTRO-DETALLE.
           05  DTL-TIPO-REG           PIC X(01) VALUE "D".
           05  DTL-REFERENCIA         PIC 9(12).
           05  DTL-CUENTA             PIC X(06).
           05  DTL-FECHA-DEPOSITO     PIC 9(06).
           05  DTL-IMPORTE            PIC 9(09)V99.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01 WS-REGISTRO-TRAILER.
           05  TRL-TIPO-REG           PIC X(01) VALUE "T".
           05  TRL-CANT-REGISTROS     PIC 9(07).
           05  TRL-TOTAL-IMPORTE      PIC 9(11)V99.
           05  FILLER                 PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM CARGAR-PRESENTADOS
           PERFORM REVISAR-COLA
           PERFORM REGRABAR-PRESENTADOS
           PERFORM ESCRIBIR-PRESENTACION
           DISPLAY "PRESENTACION: CHEQUES NUEVOS PRESENTADOS "
               WS-NUEVOS
           DISPLAY "PRESENTACION: CAMARSAL CON " WS-CANT-PRESENTADOS
               " CHEQUES TOTAL " WS-TOTAL-PRESENTADO
           STOP RUN.

      ******************************************************************
      * The presentments already on file. The sequence for tonight's
      * new references continues after the highest one already used
      * tonight, so a rerun never reissues a reference.
      ******************************************************************
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
                   PERFORM ABORTAR-POR-CAPACIDAD
               END-IF
           END-IF.

       LEER-PRESENTADO.
           READ PRESENTMENT-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-PRESENTADO.
           ADD 1 TO WS-PRESENTADOS-COUNT
           MOVE WS-PRESENTADOS-COUNT TO WS-IDX
           MOVE CAN-REFERENCIA TO TPR-REFERENCIA (WS-IDX)
           MOVE CAN-CUENTA TO TPR-CUENTA (WS-IDX)
           MOVE CAN-FECHA-DEPOSITO TO TPR-FECHA-DEPOSITO (WS-IDX)
           MOVE CAN-IMPORTE TO TPR-IMPORTE (WS-IDX)
           MOVE CAN-FECHA-PRESENTACION TO TPR-FECHA-PRESENTA (WS-IDX)
           MOVE CAN-ESTADO TO TPR-ESTADO (WS-IDX)
           MOVE CAN-FECHA-RESULTADO TO TPR-FECHA-RESULTADO (WS-IDX)
           MOVE "N" TO TPR-ASIGNADO (WS-IDX)
           IF CAN-FECHA-PRESENTACION = WS-FECHA-HOY
              AND CAN-REFERENCIA > 0
               MOVE CAN-REFERENCIA TO WS-REFERENCIA-NUEVA
               IF REF-SECUENCIA > WS-SECUENCIA
                   MOVE REF-SECUENCIA TO WS-SECUENCIA
               END-IF
           END-IF
           PERFORM LEER-PRESENTADO.

      ******************************************************************
      * Every queue entry, whatever its state, takes up the first free
      * presentment for the same account, deposit date and amount; an
      * unreleased entry left without one has never been presented
      * and is presented tonight. Released and returned entries that
      * pre-date the presentments file are never presented.
      ******************************************************************
       REVISAR-COLA.
           OPEN INPUT CHEQUE-PENDING-FILE
           IF WS-CHQ-STATUS NOT = "00"
               DISPLAY "PRESENTACION: SIN CHEQUES PENDIENTES"
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-CHEQUE
               PERFORM REVISAR-CHEQUE
                   UNTIL FIN-ARCHIVO
               CLOSE CHEQUE-PENDING-FILE
           END-IF.

       LEER-CHEQUE.
           READ CHEQUE-PENDING-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       REVISAR-CHEQUE.
           PERFORM BUSCAR-PRESENTACION
           IF NOT PRESENTADO
              AND CHQ-ESTADO = "P"
               PERFORM PRESENTAR-CHEQUE
           END-IF
           PERFORM LEER-CHEQUE.

       BUSCAR-PRESENTACION.
           MOVE "N" TO WS-PRESENTADO
           MOVE 1 TO WS-IDX
           PERFORM COMPARAR-PRESENTACION
               UNTIL PRESENTADO
                  OR WS-IDX > WS-PRESENTADOS-COUNT.

       COMPARAR-PRESENTACION.
           IF TPR-ASIGNADO (WS-IDX) = "N"
              AND TPR-CUENTA (WS-IDX) = CHQ-CUENTA
              AND TPR-FECHA-DEPOSITO (WS-IDX) = CHQ-FECHA-DEPOSITO
              AND TPR-IMPORTE (WS-IDX) = CHQ-IMPORTE
               MOVE "S" TO TPR-ASIGNADO (WS-IDX)
               MOVE "S" TO WS-PRESENTADO
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       PRESENTAR-CHEQUE.
           IF WS-PRESENTADOS-COUNT = WS-PRESENTADOS-MAX
               CLOSE CHEQUE-PENDING-FILE
               PERFORM ABORTAR-POR-CAPACIDAD
           END-IF
           ADD 1 TO WS-PRESENTADOS-COUNT
           ADD 1 TO WS-SECUENCIA
           MOVE WS-PRESENTADOS-COUNT TO WS-IDX
           MOVE WS-FECHA-HOY TO REF-FECHA
           MOVE WS-SECUENCIA TO REF-SECUENCIA
           MOVE WS-REFERENCIA-NUEVA TO TPR-REFERENCIA (WS-IDX)
           MOVE CHQ-CUENTA TO TPR-CUENTA (WS-IDX)
           MOVE CHQ-FECHA-DEPOSITO TO TPR-FECHA-DEPOSITO (WS-IDX)
           MOVE CHQ-IMPORTE TO TPR-IMPORTE (WS-IDX)
           MOVE WS-FECHA-HOY TO TPR-FECHA-PRESENTA (WS-IDX)
           MOVE "E" TO TPR-ESTADO (WS-IDX)
           MOVE 0 TO TPR-FECHA-RESULTADO (WS-IDX)
           MOVE "S" TO TPR-ASIGNADO (WS-IDX)
           ADD 1 TO WS-NUEVOS.

      ******************************************************************
      * Nothing has been written when the table overflows: the queue,
      * the presentments file and last night's CAMARSAL stay as they
      * were.
      ******************************************************************
       ABORTAR-POR-CAPACIDAD.
           DISPLAY "PRESENTACION: MAS DE " WS-PRESENTADOS-MAX
               " PRESENTACIONES; CORRIDA ABORTADA SIN MODIFICAR "
               "LOS ARCHIVOS"
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       REGRABAR-PRESENTADOS.
           OPEN OUTPUT PRESENTMENT-FILE
           IF WS-PRE-STATUS NOT = "00"
               DISPLAY "ERROR AL GRABAR LAS PRESENTACIONES: "
                   WS-PRE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM REGRABAR-UN-PRESENTADO
               UNTIL WS-IDX > WS-PRESENTADOS-COUNT
           CLOSE PRESENTMENT-FILE.

       REGRABAR-UN-PRESENTADO.
           MOVE SPACES TO CAN-RECORD
           MOVE TPR-REFERENCIA (WS-IDX) TO CAN-REFERENCIA
           MOVE TPR-CUENTA (WS-IDX) TO CAN-CUENTA
           MOVE TPR-FECHA-DEPOSITO (WS-IDX) TO CAN-FECHA-DEPOSITO
           MOVE TPR-IMPORTE (WS-IDX) TO CAN-IMPORTE
           MOVE TPR-FECHA-PRESENTA (WS-IDX) TO CAN-FECHA-PRESENTACION
           MOVE TPR-ESTADO (WS-IDX) TO CAN-ESTADO
           MOVE TPR-FECHA-RESULTADO (WS-IDX) TO CAN-FECHA-RESULTADO
           WRITE CAN-RECORD
           ADD 1 TO WS-IDX.

      ******************************************************************
      * The clearing house gets every cheque presented tonight - the
      * ones presented by an earlier run of the same night included -
      * and the trailer proving the file. A night with nothing to
      * present still sends the trailer, with zero items.
      ******************************************************************
       ESCRIBIR-PRESENTACION.
           OPEN OUTPUT OUTGOING-FILE
           IF WS-SAL-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PRESENTACION: "
                   WS-SAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM ESCRIBIR-DETALLE
               UNTIL WS-IDX > WS-PRESENTADOS-COUNT
           MOVE WS-CANT-PRESENTADOS TO TRL-CANT-REGISTROS
           MOVE WS-TOTAL-PRESENTADO TO TRL-TOTAL-IMPORTE
           WRITE OUTGOING-RECORD FROM WS-REGISTRO-TRAILER
           CLOSE OUTGOING-FILE.

       ESCRIBIR-DETALLE.
           IF TPR-FECHA-PRESENTA (WS-IDX) = WS-FECHA-HOY
               MOVE TPR-REFERENCIA (WS-IDX) TO DTL-REFERENCIA
               MOVE TPR-CUENTA (WS-IDX) TO DTL-CUENTA
               MOVE TPR-FECHA-DEPOSITO (WS-IDX) TO DTL-FECHA-DEPOSITO
               MOVE TPR-IMPORTE (WS-IDX) TO DTL-IMPORTE
               WRITE OUTGOING-RECORD FROM WS-REGISTRO-DETALLE
               ADD 1 TO WS-CANT-PRESENTADOS
               ADD TPR-IMPORTE (WS-IDX) TO WS-TOTAL-PRESENTADO
           END-IF
           ADD 1 TO WS-IDX.

       END PROGRAM PRESENTACION-CHEQUES.
