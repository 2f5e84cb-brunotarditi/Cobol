      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Daily report of the back-office manual adjustments
      *          on AJUSTES. Lists every adjustment still pending
      *          authorisation with the days it has been waiting,
      *          then the adjustments approved today and those
      *          rejected today with the supervisor who decided
      *          them, each section with its count and its credit
      *          and debit totals, so the branch can see at a glance
      *          what corrections went through and which still wait
      *          for a checker (AJUSTREP).
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-AJUSTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "AJUSTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-NUMERO
               FILE STATUS IS WS-AJU-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AJUSTREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
           COPY AJUSTE.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(104).

       WORKING-STORAGE SECTION.
       01 WS-AJU-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-SERIAL-HOY PIC 9(07).
       01 WS-SERIAL-PROPUESTA PIC 9(07).
       01 WS-DIA-SEMANA PIC 9(01).
       01 WS-DIAS-ESPERA PIC S9(05).
       01 WS-ESTADO-SECCION PIC X(01).
       01 WS-INCLUIR PIC X(01).
           88 INCLUIR-AJUSTE VALUE "S".
       01 WS-CANT-SECCION PIC 9(05).
       01 WS-CREDITOS-SECCION PIC S9(09)V99.
       01 WS-DEBITOS-SECCION PIC S9(09)V99.
       01 WS-PENDIENTES PIC 9(05) VALUE 0.
       01 WS-APROBADOS PIC 9(05) VALUE 0.
       01 WS-RECHAZADOS PIC 9(05) VALUE 0.
       01 WS-IDX-MOTIVO PIC 9(02).
       01 WS-MOTIVO-HALLADO PIC X(01).
           88 MOTIVO-HALLADO VALUE "S".

      ******************************************************************
      * Same reason codes the maintenance screen offers.
      ******************************************************************
       01 WS-MOTIVOS-INICIAL.
           05  FILLER PIC X(24) VALUE "01IMPORTE ERRONEO       ".
           05  FILLER PIC X(24) VALUE "02CUENTA EQUIVOCADA     ".
           05  FILLER PIC X(24) VALUE "03MOVIMIENTO DUPLICADO  ".
           05  FILLER PIC X(24) VALUE "04COMISION INDEBIDA     ".
           05  FILLER PIC X(24) VALUE "05INTERES MAL LIQUIDADO ".
           05  FILLER PIC X(24) VALUE "99OTRO MOTIVO           ".
       01 WS-TABLA-MOTIVOS REDEFINES WS-MOTIVOS-INICIAL.
           05  MOTIVO-ENTRADA OCCURS 6 TIMES.
               10  MOT-CODIGO         PIC X(02).
               10  MOT-DESCRIPCION    PIC X(22).
       01 WS-MOTIVOS-CARGADOS PIC 9(02) VALUE 6.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(38) VALUE
               "REPORTE DE AJUSTES MANUALES       DIA ".
           05  ENC-FECHA              PIC 9(06).
       01 WS-TITULO-SECCION.
           05  TIT-SECCION            PIC X(40).
       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(08) VALUE "NUMERO".
           05  FILLER                 PIC X(09) VALUE "CUENTA".
           05  FILLER                 PIC X(12) VALUE "S   IMPORTE".
           05  FILLER                 PIC X(26) VALUE "MOTIVO".
           05  FILLER                 PIC X(07) VALUE "PROPONE".
           05  FILLER                 PIC X(07) VALUE "F.PROP".
           05  FILLER                 PIC X(07) VALUE "DECIDE".
           05  FILLER                 PIC X(05) VALUE "DIAS".
           05  FILLER                 PIC X(23) VALUE
               "CORRIGE FECHA HORA CTA".

       01 WS-LINEA-DETALLE.
           05  DET-NUMERO             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-SENTIDO            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-IMPORTE            PIC -(06)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-MOTIVO             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DESCRIPCION        PIC X(22).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-PROPONENTE         PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-FECHA-PROP         PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-SUPERVISOR         PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DIAS               PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-REF-FECHA          PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-REF-HORA           PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-REF-CUENTA         PIC X(06).

       01 WS-LINEA-SUBTOTAL.
           05  FILLER                 PIC X(11) VALUE "  AJUSTES: ".
           05  SUB-CANTIDAD           PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  CREDITOS: ".
           05  SUB-CREDITOS           PIC -(09)9.99.
           05  FILLER                 PIC X(11) VALUE "  DEBITOS: ".
           05  SUB-DEBITOS            PIC -(09)9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           CALL "RUTINA-FECHA" USING WS-FECHA-HOY WS-SERIAL-HOY
               WS-DIA-SEMANA
           PERFORM ABRIR-ARCHIVOS
           MOVE WS-FECHA-HOY TO ENC-FECHA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE "P" TO WS-ESTADO-SECCION
           MOVE "AJUSTES PENDIENTES DE AUTORIZACION" TO TIT-SECCION
           PERFORM LISTAR-SECCION
           MOVE WS-CANT-SECCION TO WS-PENDIENTES
           MOVE "A" TO WS-ESTADO-SECCION
           MOVE "AJUSTES APROBADOS EN EL DIA" TO TIT-SECCION
           PERFORM LISTAR-SECCION
           MOVE WS-CANT-SECCION TO WS-APROBADOS
           MOVE "R" TO WS-ESTADO-SECCION
           MOVE "AJUSTES RECHAZADOS EN EL DIA" TO TIT-SECCION
           PERFORM LISTAR-SECCION
           MOVE WS-CANT-SECCION TO WS-RECHAZADOS
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "AJUSTES: PENDIENTES " WS-PENDIENTES
               " APROBADOS " WS-APROBADOS
               " RECHAZADOS " WS-RECHAZADOS
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-AJU-STATUS = "35"
               DISPLAY "AJUSTES: SIN AJUSTES REGISTRADOS"
               STOP RUN
           END-IF
           IF WS-AJU-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE AJUSTES: "
                   WS-AJU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * One pass over AJUSTES per section: every pending adjustment,
      * whatever its age, then the approvals and rejections decided
      * today.
      ******************************************************************
       LISTAR-SECCION.
           MOVE 0 TO WS-CANT-SECCION
           MOVE 0 TO WS-CREDITOS-SECCION
           MOVE 0 TO WS-DEBITOS-SECCION
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TITULO-SECCION
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO AJU-NUMERO
           START ADJUSTMENT-FILE
               KEY IS NOT LESS THAN AJU-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SIGUIENTE-AJUSTE
           END-IF
           PERFORM PROCESAR-AJUSTE
               UNTIL FIN-ARCHIVO
           MOVE WS-CANT-SECCION TO SUB-CANTIDAD
           MOVE WS-CREDITOS-SECCION TO SUB-CREDITOS
           MOVE WS-DEBITOS-SECCION TO SUB-DEBITOS
           WRITE REPORT-LINE FROM WS-LINEA-SUBTOTAL.

       LEER-SIGUIENTE-AJUSTE.
           READ ADJUSTMENT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       PROCESAR-AJUSTE.
           MOVE "N" TO WS-INCLUIR
           IF AJU-ESTADO = WS-ESTADO-SECCION
               IF AJUSTE-PENDIENTE
                   MOVE "S" TO WS-INCLUIR
               ELSE
                   IF AJU-FECHA-DECISION = WS-FECHA-HOY
                       MOVE "S" TO WS-INCLUIR
                   END-IF
               END-IF
           END-IF
           IF INCLUIR-AJUSTE
               PERFORM REPORTAR-AJUSTE
           END-IF
           PERFORM LEER-SIGUIENTE-AJUSTE.

       REPORTAR-AJUSTE.
           ADD 1 TO WS-CANT-SECCION
           IF AJUSTE-CREDITO
               ADD AJU-IMPORTE TO WS-CREDITOS-SECCION
           ELSE
               ADD AJU-IMPORTE TO WS-DEBITOS-SECCION
           END-IF
           MOVE AJU-NUMERO TO DET-NUMERO
           MOVE AJU-CUENTA TO DET-CUENTA
           MOVE AJU-SENTIDO TO DET-SENTIDO
           MOVE AJU-IMPORTE TO DET-IMPORTE
           MOVE AJU-MOTIVO TO DET-MOTIVO
           PERFORM BUSCAR-MOTIVO
           IF MOTIVO-HALLADO
               MOVE MOT-DESCRIPCION (WS-IDX-MOTIVO) TO DET-DESCRIPCION
           ELSE
               MOVE "MOTIVO DESCONOCIDO" TO DET-DESCRIPCION
           END-IF
           MOVE AJU-PROPONENTE TO DET-PROPONENTE
           MOVE AJU-FECHA-PROPUESTA TO DET-FECHA-PROP
           MOVE AJU-SUPERVISOR TO DET-SUPERVISOR
           MOVE 0 TO DET-DIAS
           IF AJUSTE-PENDIENTE
               PERFORM CALCULAR-DIAS-ESPERA
           END-IF
           MOVE AJU-REF-FECHA TO DET-REF-FECHA
           MOVE AJU-REF-HORA TO DET-REF-HORA
           MOVE AJU-REF-CUENTA TO DET-REF-CUENTA
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       CALCULAR-DIAS-ESPERA.
           IF AJU-FECHA-PROPUESTA IS NUMERIC
              AND AJU-FECHA-PROPUESTA > 0
               CALL "RUTINA-FECHA" USING AJU-FECHA-PROPUESTA
                   WS-SERIAL-PROPUESTA WS-DIA-SEMANA
               COMPUTE WS-DIAS-ESPERA =
                   WS-SERIAL-HOY - WS-SERIAL-PROPUESTA
               IF WS-DIAS-ESPERA > 0
                   MOVE WS-DIAS-ESPERA TO DET-DIAS
               END-IF
           END-IF.

       BUSCAR-MOTIVO.
           MOVE "N" TO WS-MOTIVO-HALLADO
           MOVE 1 TO WS-IDX-MOTIVO
           PERFORM COMPARAR-MOTIVO
               UNTIL MOTIVO-HALLADO
                  OR WS-IDX-MOTIVO > WS-MOTIVOS-CARGADOS.

       COMPARAR-MOTIVO.
           IF MOT-CODIGO (WS-IDX-MOTIVO) = AJU-MOTIVO
               MOVE "S" TO WS-MOTIVO-HALLADO
           ELSE
               ADD 1 TO WS-IDX-MOTIVO
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ADJUSTMENT-FILE
           CLOSE REPORT-FILE.

       END PROGRAM REPORTE-AJUSTES.
