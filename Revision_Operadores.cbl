      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Weekly operator activity review for internal audit.
      *          Reads the session log SESLOG and the back-office
      *          audit log MANTLOG over the review period (the last
      *          seven days including today unless REVIPRM says
      *          otherwise) and prints on REVOPREP, section by
      *          section, every exception the reviewer has to sign
      *          off: sign-ons outside business hours or on a day
      *          CALENDARIO marks as non-business (a weekend when the
      *          date is not in the calendar), operator ids with
      *          repeated failed sign-ons, every operator disabled or
      *          re-enabled and by whom, every sensitive account
      *          maintenance action (unfreeze, PIN reset, card
      *          unlock, hold lift, closure) a supervisor took on an
      *          account the same supervisor opened, and the
      *          OPERMAST ids that have not signed on for more than
      *          the configured number of days. Each exception
      *          carries the operator's name from OPERMAST and the
      *          log entries behind it. REVIPRM, when present, holds
      *          the days without sign-on (30), the days reviewed
      *          (7), the business hours from and to (0800 2000) and
      *          the failed sign-ons that count as repeated (2):
      *          "DDD DDD HHMM HHMM NN", any field left blank or zero
      *          keeping its default.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-OPERADORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "MANTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "REVIPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REVOPREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPER-RECORD.
           05  OPER-ID                PIC X(06).
           05  OPER-PASSWORD          PIC X(08).
           05  OPER-NOMBRE            PIC X(30).
           05  OPER-ROL               PIC X(01).
               88  ROL-SUPERVISOR     VALUE "S".
               88  ROL-CAJERO         VALUE "C".
           05  OPER-FECHA-PASSWORD    PIC 9(06).
           05  OPER-INTENTOS          PIC 9(01).
           05  OPER-ESTADO            PIC X(01).
               88  OPERADOR-HABILITADO  VALUES "A" SPACE.
               88  OPERADOR-DESHABILITADO VALUE "D".
           05  OPER-FORZAR-CAMBIO     PIC X(01).
               88  CAMBIO-FORZADO     VALUE "S".
           05  FILLER                 PIC X(01).

       FD  SESSION-LOG-FILE.
       01  SESSION-RECORD.
           05  SES-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  SES-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  SES-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  SES-EVENTO             PIC X(12).
           05  FILLER                 PIC X(01).
           05  SES-DETALLE            PIC X(20).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  AUD-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  AUD-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  AUD-ACCION             PIC X(12).
           05  FILLER                 PIC X(01).
           05  AUD-CUENTA             PIC X(06).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-FECHA              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CAL-HABIL              PIC X(01).
           05  FILLER                 PIC X(01).
           05  CAL-FECHA-PROCESO      PIC 9(06).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-DIAS-SIN-FIRMA-X   PIC X(03).
           05  FILLER                 PIC X(01).
           05  PRM-DIAS-REVISION-X    PIC X(03).
           05  FILLER                 PIC X(01).
           05  PRM-HORA-DESDE-X       PIC X(04).
           05  FILLER                 PIC X(01).
           05  PRM-HORA-HASTA-X       PIC X(04).
           05  FILLER                 PIC X(01).
           05  PRM-FALLOS-X           PIC X(02).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS PIC X(02).
       01 WS-SES-STATUS PIC X(02).
       01 WS-AUDIT-STATUS PIC X(02).
       01 WS-CAL-STATUS PIC X(02).
       01 WS-PRM-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-SESLOG-DISPONIBLE PIC X(01) VALUE "N".
           88 SESLOG-DISPONIBLE VALUE "S".
       01 WS-MANTLOG-DISPONIBLE PIC X(01) VALUE "N".
           88 MANTLOG-DISPONIBLE VALUE "S".
       01 WS-SECCION PIC 9(01).
       01 WS-EXCEPCIONES-SECCION PIC 9(05).
       01 WS-EXCEPCIONES-TOTAL PIC 9(05) VALUE 0.

       01 WS-DIAS-SIN-FIRMA PIC 9(03) VALUE 30.
       01 WS-DIAS-REVISION PIC 9(03) VALUE 7.
       01 WS-HORA-DESDE PIC 9(04) VALUE 0800.
       01 WS-HORA-HASTA PIC 9(04) VALUE 2000.
       01 WS-FALLOS-REPETIDOS PIC 9(02) VALUE 2.

       01 WS-FECHA-HOY PIC 9(06).
       01 WS-SERIAL-HOY PIC 9(07).
       01 WS-SERIAL-DESDE PIC 9(07).
       01 WS-FECHA-DESDE PIC 9(06).
       01 WS-FECHA-CALCULO PIC 9(06).
       01 WS-SERIAL-CALCULO PIC 9(07).
       01 WS-DIA-SEMANA PIC 9(01).
       01 WS-HORA-FIRMA PIC 9(04).
       01 WS-DIAS-TRANSCURRIDOS PIC 9(05).
       01 WS-EN-PERIODO PIC X(01).
           88 EN-PERIODO VALUE "S".
       01 WS-DIA-HABIL PIC X(01).
           88 DIA-HABIL VALUE "S".
       01 WS-MOTIVO PIC X(16).

      ******************************************************************
      * Business days from CALENDARIO (one year at most).
      ******************************************************************
       01 WS-CAL-MAX PIC 9(03) VALUE 366.
       01 WS-CAL-COUNT PIC 9(03) VALUE 0.
       01 WS-CAL-IDX PIC 9(03).
       01 WS-CAL-HALLADA PIC X(01).
           88 FECHA-EN-CALENDARIO VALUE "S".
       01 TABLA-CALENDARIO.
           05 CALENDARIO-ENTRADA OCCURS 366 TIMES.
               10 TAB-CAL-FECHA       PIC 9(06).
               10 TAB-CAL-HABIL       PIC X(01).

      ******************************************************************
      * Operators from OPERMAST, with their last sign-on and the date
      * they were registered as found in SESLOG.
      ******************************************************************
       01 WS-OPER-MAX PIC 9(03) VALUE 200.
       01 WS-OPER-COUNT PIC 9(03) VALUE 0.
       01 WS-OPER-IDX PIC 9(03).
       01 WS-OPER-BUSCADO PIC X(06).
       01 WS-OPER-HALLADO PIC X(01).
           88 OPERADOR-HALLADO VALUE "S".
       01 WS-NOMBRE-HALLADO PIC X(30).
       01 TABLA-OPERADORES.
           05 OPERADOR-ENTRADA OCCURS 200 TIMES.
               10 TAB-OPER-ID         PIC X(06).
               10 TAB-OPER-NOMBRE     PIC X(30).
               10 TAB-OPER-ROL        PIC X(01).
               10 TAB-OPER-ESTADO     PIC X(01).
               10 TAB-OPER-ULT-FIRMA  PIC 9(06).
               10 TAB-OPER-ALTA       PIC 9(06).

      ******************************************************************
      * Failed sign-ons in the period per id entered (registered or
      * not).
      ******************************************************************
       01 WS-FAL-MAX PIC 9(03) VALUE 200.
       01 WS-FAL-COUNT PIC 9(03) VALUE 0.
       01 WS-FAL-IDX PIC 9(03).
       01 WS-FAL-HALLADO PIC X(01).
           88 FALLO-HALLADO VALUE "S".
       01 TABLA-FALLOS.
           05 FALLO-ENTRADA OCCURS 200 TIMES.
               10 TAB-FAL-ID          PIC X(06).
               10 TAB-FAL-CANTIDAD    PIC 9(04).
               10 TAB-FAL-PRIMERA-FECHA PIC 9(06).
               10 TAB-FAL-PRIMERA-HORA PIC 9(08).
               10 TAB-FAL-ULTIMA-FECHA PIC 9(06).
               10 TAB-FAL-ULTIMA-HORA PIC 9(08).

      ******************************************************************
      * Sensitive maintenance actions in the period, each with the
      * operator and date of the account's opening once found.
      ******************************************************************
       01 WS-ACC-MAX PIC 9(03) VALUE 500.
       01 WS-ACC-COUNT PIC 9(03) VALUE 0.
       01 WS-ACC-IDX PIC 9(03).
       01 TABLA-ACCIONES.
           05 ACCION-ENTRADA OCCURS 500 TIMES.
               10 TAB-ACC-FECHA       PIC 9(06).
               10 TAB-ACC-HORA        PIC 9(08).
               10 TAB-ACC-OPERADOR    PIC X(06).
               10 TAB-ACC-ACCION      PIC X(12).
               10 TAB-ACC-CUENTA      PIC X(06).
               10 TAB-ACC-APERTURA-OPER PIC X(06).
               10 TAB-ACC-APERTURA-FECHA PIC 9(06).
               10 TAB-ACC-APERTURA-HORA PIC 9(08).

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(37) VALUE
               "REVISION DE ACTIVIDAD DE OPERADORES  ".
           05  FILLER                 PIC X(04) VALUE "DEL ".
           05  ENC-DESDE              PIC 9(06).
           05  FILLER                 PIC X(04) VALUE " AL ".
           05  ENC-HASTA              PIC 9(06).
       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(08) VALUE "HORARIO ".
           05  ENC-HORA-DESDE         PIC 9(04).
           05  FILLER                 PIC X(03) VALUE " A ".
           05  ENC-HORA-HASTA         PIC 9(04).
           05  FILLER                 PIC X(21) VALUE
               "  FALLOS REPETIDOS: ".
           05  ENC-FALLOS             PIC Z9.
           05  FILLER                 PIC X(22) VALUE
               "  SIN FIRMAR MAS DE: ".
           05  ENC-DIAS-SIN-FIRMA     PIC ZZ9.
           05  FILLER                 PIC X(05) VALUE " DIAS".

       01 WS-TITULO-SECCION.
           05  TIT-NUMERO             PIC 9(01).
           05  FILLER                 PIC X(02) VALUE ". ".
           05  TIT-TEXTO              PIC X(70).

       01 WS-COLUMNAS-FIRMA.
           05  FILLER                 PIC X(08) VALUE "FECHA".
           05  FILLER                 PIC X(10) VALUE "HORA".
           05  FILLER                 PIC X(10) VALUE "OPERADOR".
           05  FILLER                 PIC X(32) VALUE "NOMBRE".
           05  FILLER                 PIC X(16) VALUE "MOTIVO".
       01 WS-LINEA-FIRMA.
           05  FIR-FECHA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FIR-HORA               PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FIR-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FIR-NOMBRE             PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FIR-MOTIVO             PIC X(16).

       01 WS-COLUMNAS-FALLO.
           05  FILLER                 PIC X(10) VALUE "OPERADOR".
           05  FILLER                 PIC X(30) VALUE "NOMBRE".
           05  FILLER                 PIC X(07) VALUE "FALLOS".
           05  FILLER                 PIC X(16) VALUE "PRIMERO".
           05  FILLER                 PIC X(15) VALUE "ULTIMO".
       01 WS-LINEA-FALLO.
           05  FAL-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FAL-NOMBRE             PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FAL-CANTIDAD           PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FAL-PRIMERA-FECHA      PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FAL-PRIMERA-HORA       PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FAL-ULTIMA-FECHA       PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FAL-ULTIMA-HORA        PIC 9(08).

       01 WS-COLUMNAS-ESTADO.
           05  FILLER                 PIC X(08) VALUE "FECHA".
           05  FILLER                 PIC X(10) VALUE "HORA".
           05  FILLER                 PIC X(14) VALUE "EVENTO".
           05  FILLER                 PIC X(10) VALUE "OPERADOR".
           05  FILLER                 PIC X(30) VALUE "NOMBRE".
       01 WS-LINEA-ESTADO.
           05  EST-FECHA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EST-HORA               PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EST-EVENTO             PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EST-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  EST-NOMBRE             PIC X(30).
       01 WS-LINEA-EJECUTOR.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  EJE-TEXTO              PIC X(16).
           05  EJE-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EJE-NOMBRE             PIC X(30).

       01 WS-COLUMNAS-ACCION.
           05  FILLER                 PIC X(08) VALUE "FECHA".
           05  FILLER                 PIC X(10) VALUE "HORA".
           05  FILLER                 PIC X(14) VALUE "ACCION".
           05  FILLER                 PIC X(08) VALUE "CUENTA".
           05  FILLER                 PIC X(08) VALUE "SUPERV.".
           05  FILLER                 PIC X(30) VALUE "NOMBRE".
       01 WS-LINEA-ACCION.
           05  ACC-FECHA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ACC-HORA               PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ACC-ACCION             PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ACC-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ACC-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ACC-NOMBRE             PIC X(30).
       01 WS-LINEA-APERTURA.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(38) VALUE
               "CUENTA ABIERTA POR EL MISMO OPERADOR: ".
           05  APE-FECHA              PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  APE-HORA               PIC 9(08).

       01 WS-COLUMNAS-INACTIVO.
           05  FILLER                 PIC X(10) VALUE "OPERADOR".
           05  FILLER                 PIC X(32) VALUE "NOMBRE".
           05  FILLER                 PIC X(05) VALUE "ROL".
           05  FILLER                 PIC X(08) VALUE "ESTADO".
           05  FILLER                 PIC X(14) VALUE "ULTIMA FIRMA".
           05  FILLER                 PIC X(05) VALUE "DIAS".
       01 WS-LINEA-INACTIVO.
           05  INA-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  INA-NOMBRE             PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  INA-ROL                PIC X(01).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  INA-ESTADO             PIC X(01).
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  INA-ULTIMA-FIRMA       PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  INA-DIAS               PIC ZZZZ9.
       01 WS-FECHA-EDITADA PIC 9(06).

       01 WS-LINEA-NO-DISPONIBLE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  NDI-ARCHIVO            PIC X(08).
           05  FILLER                 PIC X(28) VALUE
               " NO DISPONIBLE (FILE STATUS ".
           05  NDI-ESTADO             PIC X(02).
           05  FILLER                 PIC X(01) VALUE ")".

       01 WS-LINEA-EXCEPCIONES.
           05  FILLER                 PIC X(17) VALUE
               "    EXCEPCIONES: ".
           05  EXC-CANTIDAD           PIC ZZZZ9.

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(33) VALUE
               "TOTAL DE EXCEPCIONES A REVISAR: ".
           05  RES-TOTAL              PIC ZZZZ9.
       01 WS-LINEA-FIRMA-REVISOR.
           05  FILLER                 PIC X(60) VALUE
               "REVISADO POR: ______________________  FECHA: ________".

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM LEER-PARAMETROS
           PERFORM CALCULAR-PERIODO
           PERFORM CARGAR-CALENDARIO
           PERFORM CARGAR-OPERADORES
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADOS
           PERFORM REVISAR-HORARIOS
           PERFORM REVISAR-FALLOS
           PERFORM REVISAR-HABILITACIONES
           PERFORM REVISAR-ACCIONES-SENSIBLES
           PERFORM REVISAR-INACTIVOS
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "REVISION DE OPERADORES: EXCEPCIONES "
               WS-EXCEPCIONES-TOTAL " DEL " WS-FECHA-DESDE
               " AL " WS-FECHA-HOY
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TOMAR-PARAMETROS
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       TOMAR-PARAMETROS.
           IF PRM-DIAS-SIN-FIRMA-X IS NUMERIC
              AND PRM-DIAS-SIN-FIRMA-X NOT = "000"
               MOVE PRM-DIAS-SIN-FIRMA-X TO WS-DIAS-SIN-FIRMA
           END-IF
           IF PRM-DIAS-REVISION-X IS NUMERIC
              AND PRM-DIAS-REVISION-X NOT = "000"
               MOVE PRM-DIAS-REVISION-X TO WS-DIAS-REVISION
           END-IF
           IF PRM-HORA-DESDE-X IS NUMERIC
              AND PRM-HORA-HASTA-X IS NUMERIC
              AND PRM-HORA-DESDE-X < PRM-HORA-HASTA-X
               MOVE PRM-HORA-DESDE-X TO WS-HORA-DESDE
               MOVE PRM-HORA-HASTA-X TO WS-HORA-HASTA
           END-IF
           IF PRM-FALLOS-X IS NUMERIC
              AND PRM-FALLOS-X NOT = "00"
               MOVE PRM-FALLOS-X TO WS-FALLOS-REPETIDOS
           END-IF.

      ******************************************************************
      * The period ends today and starts WS-DIAS-REVISION - 1 days
      * earlier; the start date itself is only printed, the entries
      * are judged by serial day.
      ******************************************************************
       CALCULAR-PERIODO.
           CALL "RUTINA-FECHA" USING WS-FECHA-HOY WS-SERIAL-HOY
               WS-DIA-SEMANA
           COMPUTE WS-SERIAL-DESDE =
               WS-SERIAL-HOY - WS-DIAS-REVISION + 1
           MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           MOVE WS-SERIAL-HOY TO WS-SERIAL-CALCULO
           PERFORM RETROCEDER-UN-DIA
               UNTIL WS-SERIAL-CALCULO = WS-SERIAL-DESDE.

       RETROCEDER-UN-DIA.
           SUBTRACT 1 FROM WS-FECHA-DESDE
           CALL "RUTINA-FECHA" USING WS-FECHA-DESDE WS-SERIAL-CALCULO
               WS-DIA-SEMANA
           IF WS-SERIAL-CALCULO = 0
               PERFORM AJUSTAR-FIN-DE-MES
           END-IF.

      ******************************************************************
      * Stepping back from day 01 lands on day 00 (or, in January, on
      * month 00): fall back to the 31st of the previous month and let
      * RUTINA-FECHA reject the days that month does not have.
      ******************************************************************
       AJUSTAR-FIN-DE-MES.
           DIVIDE WS-FECHA-DESDE BY 100 GIVING WS-FECHA-CALCULO
           SUBTRACT 1 FROM WS-FECHA-CALCULO
           IF WS-FECHA-CALCULO (5:2) = "00"
               SUBTRACT 88 FROM WS-FECHA-CALCULO
           END-IF
           COMPUTE WS-FECHA-DESDE = WS-FECHA-CALCULO * 100 + 31
           CALL "RUTINA-FECHA" USING WS-FECHA-DESDE WS-SERIAL-CALCULO
               WS-DIA-SEMANA
           PERFORM RETROCEDER-DIA-INVALIDO
               UNTIL WS-SERIAL-CALCULO NOT = 0
                  OR WS-FECHA-DESDE (5:2) = "28".

       RETROCEDER-DIA-INVALIDO.
           SUBTRACT 1 FROM WS-FECHA-DESDE
           CALL "RUTINA-FECHA" USING WS-FECHA-DESDE WS-SERIAL-CALCULO
               WS-DIA-SEMANA.

       CARGAR-CALENDARIO.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-CALENDARIO
               PERFORM GUARDAR-CALENDARIO
                   UNTIL FIN-ARCHIVO
                      OR WS-CAL-COUNT = WS-CAL-MAX
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "REVISION DE OPERADORES: SIN CALENDARIO; "
                   "SOLO SABADOS Y DOMINGOS SON NO HABILES"
           END-IF.

       LEER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-CALENDARIO.
           IF CAL-FECHA IS NUMERIC
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-FECHA TO TAB-CAL-FECHA (WS-CAL-COUNT)
               MOVE CAL-HABIL TO TAB-CAL-HABIL (WS-CAL-COUNT)
           END-IF
           PERFORM LEER-CALENDARIO.

       CARGAR-OPERADORES.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL MAESTRO DE OPERADORES: "
                   WS-OPER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-MASTER-FILE
               KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SIGUIENTE-OPERADOR
           END-IF
           PERFORM GUARDAR-OPERADOR
               UNTIL FIN-ARCHIVO
                  OR WS-OPER-COUNT = WS-OPER-MAX
           IF NOT FIN-ARCHIVO
               DISPLAY "REVISION DE OPERADORES: MAS DE "
                   WS-OPER-MAX " OPERADORES; CORRIDA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OPERATOR-MASTER-FILE.

       LEER-SIGUIENTE-OPERADOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-OPERADOR.
           ADD 1 TO WS-OPER-COUNT
           MOVE WS-OPER-COUNT TO WS-OPER-IDX
           MOVE OPER-ID TO TAB-OPER-ID (WS-OPER-IDX)
           MOVE OPER-NOMBRE TO TAB-OPER-NOMBRE (WS-OPER-IDX)
           MOVE OPER-ROL TO TAB-OPER-ROL (WS-OPER-IDX)
           IF OPERADOR-DESHABILITADO
               MOVE "D" TO TAB-OPER-ESTADO (WS-OPER-IDX)
           ELSE
               MOVE "A" TO TAB-OPER-ESTADO (WS-OPER-IDX)
           END-IF
           MOVE 0 TO TAB-OPER-ULT-FIRMA (WS-OPER-IDX)
           MOVE 0 TO TAB-OPER-ALTA (WS-OPER-IDX)
           PERFORM LEER-SIGUIENTE-OPERADOR.

      ******************************************************************
      * Neither log is indispensable - a missing one has its sections
      * reported as not available - but the report is.
      ******************************************************************
       ABRIR-ARCHIVOS.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SESSION-LOG-FILE
           IF WS-SES-STATUS = "00"
               MOVE "S" TO WS-SESLOG-DISPONIBLE
               CLOSE SESSION-LOG-FILE
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "S" TO WS-MANTLOG-DISPONIBLE
               CLOSE AUDIT-LOG-FILE
           END-IF.

       ESCRIBIR-ENCABEZADOS.
           MOVE WS-FECHA-DESDE TO ENC-DESDE
           MOVE WS-FECHA-HOY TO ENC-HASTA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE WS-HORA-DESDE TO ENC-HORA-DESDE
           MOVE WS-HORA-HASTA TO ENC-HORA-HASTA
           MOVE WS-FALLOS-REPETIDOS TO ENC-FALLOS
           MOVE WS-DIAS-SIN-FIRMA TO ENC-DIAS-SIN-FIRMA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

       INICIAR-SECCION.
           MOVE 0 TO WS-EXCEPCIONES-SECCION
           MOVE WS-SECCION TO TIT-NUMERO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TITULO-SECCION.

       TERMINAR-SECCION.
           MOVE WS-EXCEPCIONES-SECCION TO EXC-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-EXCEPCIONES
           ADD WS-EXCEPCIONES-SECCION TO WS-EXCEPCIONES-TOTAL.

       INFORMAR-SESLOG-AUSENTE.
           MOVE "SESLOG" TO NDI-ARCHIVO
           MOVE WS-SES-STATUS TO NDI-ESTADO
           WRITE REPORT-LINE FROM WS-LINEA-NO-DISPONIBLE.

      ******************************************************************
      * Walks the whole session log once for the section in
      * WS-SECCION.
      ******************************************************************
       RECORRER-SESLOG.
           OPEN INPUT SESSION-LOG-FILE
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM LEER-SESION
           PERFORM EXAMINAR-SESION
               UNTIL FIN-ARCHIVO
           CLOSE SESSION-LOG-FILE.

       LEER-SESION.
           READ SESSION-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       EXAMINAR-SESION.
           IF SES-DATE IS NUMERIC
               MOVE SES-DATE TO WS-FECHA-CALCULO
               PERFORM DETERMINAR-PERIODO
               EVALUATE WS-SECCION
                   WHEN 1
                       PERFORM EXAMINAR-HORARIO
                   WHEN 2
                       PERFORM EXAMINAR-FALLO
                   WHEN 3
                       PERFORM EXAMINAR-HABILITACION
                   WHEN 5
                       PERFORM EXAMINAR-FIRMA-OPERADOR
               END-EVALUATE
           END-IF
           PERFORM LEER-SESION.

       DETERMINAR-PERIODO.
           CALL "RUTINA-FECHA" USING WS-FECHA-CALCULO
               WS-SERIAL-CALCULO WS-DIA-SEMANA
           IF WS-SERIAL-CALCULO NOT < WS-SERIAL-DESDE
              AND WS-SERIAL-CALCULO NOT > WS-SERIAL-HOY
               MOVE "S" TO WS-EN-PERIODO
           ELSE
               MOVE "N" TO WS-EN-PERIODO
           END-IF.

       BUSCAR-OPERADOR.
           MOVE "N" TO WS-OPER-HALLADO
           MOVE "(NO REGISTRADO EN OPERMAST)" TO WS-NOMBRE-HALLADO
           MOVE 1 TO WS-OPER-IDX
           PERFORM COMPARAR-OPERADOR
               UNTIL OPERADOR-HALLADO
                  OR WS-OPER-IDX > WS-OPER-COUNT.

       COMPARAR-OPERADOR.
           IF TAB-OPER-ID (WS-OPER-IDX) = WS-OPER-BUSCADO
               MOVE "S" TO WS-OPER-HALLADO
               MOVE TAB-OPER-NOMBRE (WS-OPER-IDX)
                   TO WS-NOMBRE-HALLADO
           ELSE
               ADD 1 TO WS-OPER-IDX
           END-IF.

      ******************************************************************
      * Section 1: a sign-on on a non-business day, or before the
      * opening hour or from the closing hour on.
      ******************************************************************
       REVISAR-HORARIOS.
           MOVE 1 TO WS-SECCION
           MOVE "FIRMAS FUERA DE HORARIO O EN DIA NO HABIL"
               TO TIT-TEXTO
           PERFORM INICIAR-SECCION
           IF SESLOG-DISPONIBLE
               WRITE REPORT-LINE FROM WS-COLUMNAS-FIRMA
               PERFORM RECORRER-SESLOG
           ELSE
               PERFORM INFORMAR-SESLOG-AUSENTE
           END-IF
           PERFORM TERMINAR-SECCION.

       EXAMINAR-HORARIO.
           IF EN-PERIODO AND SES-EVENTO = "SIGNON"
               PERFORM DETERMINAR-DIA-HABIL
               COMPUTE WS-HORA-FIRMA = SES-TIME / 10000
               MOVE SPACES TO WS-MOTIVO
               IF NOT DIA-HABIL
                   MOVE "DIA NO HABIL" TO WS-MOTIVO
               ELSE
                   IF WS-HORA-FIRMA < WS-HORA-DESDE
                      OR WS-HORA-FIRMA NOT < WS-HORA-HASTA
                       MOVE "FUERA DE HORARIO" TO WS-MOTIVO
                   END-IF
               END-IF
               IF WS-MOTIVO NOT = SPACES
                   MOVE SES-OPERADOR TO WS-OPER-BUSCADO
                   PERFORM BUSCAR-OPERADOR
                   MOVE SES-DATE TO FIR-FECHA
                   MOVE SES-TIME TO FIR-HORA
                   MOVE SES-OPERADOR TO FIR-OPERADOR
                   MOVE WS-NOMBRE-HALLADO TO FIR-NOMBRE
                   MOVE WS-MOTIVO TO FIR-MOTIVO
                   WRITE REPORT-LINE FROM WS-LINEA-FIRMA
                   ADD 1 TO WS-EXCEPCIONES-SECCION
               END-IF
           END-IF.

      ******************************************************************
      * A date CALENDARIO carries is judged by its S/N mark; any other
      * date (no calendar, or another year) by the day of the week
      * RUTINA-FECHA already returned for it.
      ******************************************************************
       DETERMINAR-DIA-HABIL.
           MOVE "N" TO WS-CAL-HALLADA
           MOVE 1 TO WS-CAL-IDX
           PERFORM COMPARAR-FECHA-CALENDARIO
               UNTIL FECHA-EN-CALENDARIO
                  OR WS-CAL-IDX > WS-CAL-COUNT
           IF FECHA-EN-CALENDARIO
               IF TAB-CAL-HABIL (WS-CAL-IDX) = "N"
                   MOVE "N" TO WS-DIA-HABIL
               ELSE
                   MOVE "S" TO WS-DIA-HABIL
               END-IF
           ELSE
               IF WS-DIA-SEMANA > 5
                   MOVE "N" TO WS-DIA-HABIL
               ELSE
                   MOVE "S" TO WS-DIA-HABIL
               END-IF
           END-IF.

       COMPARAR-FECHA-CALENDARIO.
           IF TAB-CAL-FECHA (WS-CAL-IDX) = SES-DATE
               MOVE "S" TO WS-CAL-HALLADA
           ELSE
               ADD 1 TO WS-CAL-IDX
           END-IF.

      ******************************************************************
      * Section 2: failed sign-ons in the period - a wrong password,
      * an unknown id or an attempt on a disabled id - counted per id
      * entered; the ids reaching the threshold are listed.
      ******************************************************************
       REVISAR-FALLOS.
           MOVE 2 TO WS-SECCION
           MOVE "FIRMAS FALLIDAS REPETIDAS" TO TIT-TEXTO
           PERFORM INICIAR-SECCION
           IF SESLOG-DISPONIBLE
               WRITE REPORT-LINE FROM WS-COLUMNAS-FALLO
               PERFORM RECORRER-SESLOG
               MOVE 1 TO WS-FAL-IDX
               PERFORM INFORMAR-FALLO
                   UNTIL WS-FAL-IDX > WS-FAL-COUNT
           ELSE
               PERFORM INFORMAR-SESLOG-AUSENTE
           END-IF
           PERFORM TERMINAR-SECCION.

       EXAMINAR-FALLO.
           IF EN-PERIODO
              AND (SES-EVENTO = "SIGNON-FALLO"
                   OR SES-EVENTO = "FIRMA-DESHAB")
               PERFORM BUSCAR-FALLO
               IF FALLO-HALLADO
                   ADD 1 TO TAB-FAL-CANTIDAD (WS-FAL-IDX)
                   MOVE SES-DATE TO TAB-FAL-ULTIMA-FECHA (WS-FAL-IDX)
                   MOVE SES-TIME TO TAB-FAL-ULTIMA-HORA (WS-FAL-IDX)
               ELSE
                   PERFORM AGREGAR-FALLO
               END-IF
           END-IF.

       BUSCAR-FALLO.
           MOVE "N" TO WS-FAL-HALLADO
           MOVE 1 TO WS-FAL-IDX
           PERFORM COMPARAR-FALLO
               UNTIL FALLO-HALLADO
                  OR WS-FAL-IDX > WS-FAL-COUNT.

       COMPARAR-FALLO.
           IF TAB-FAL-ID (WS-FAL-IDX) = SES-OPERADOR
               MOVE "S" TO WS-FAL-HALLADO
           ELSE
               ADD 1 TO WS-FAL-IDX
           END-IF.

       AGREGAR-FALLO.
           IF WS-FAL-COUNT = WS-FAL-MAX
               DISPLAY "REVISION DE OPERADORES: MAS DE " WS-FAL-MAX
                   " IDS CON FIRMAS FALLIDAS; CORRIDA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FAL-COUNT
           MOVE WS-FAL-COUNT TO WS-FAL-IDX
           MOVE SES-OPERADOR TO TAB-FAL-ID (WS-FAL-IDX)
           MOVE 1 TO TAB-FAL-CANTIDAD (WS-FAL-IDX)
           MOVE SES-DATE TO TAB-FAL-PRIMERA-FECHA (WS-FAL-IDX)
           MOVE SES-TIME TO TAB-FAL-PRIMERA-HORA (WS-FAL-IDX)
           MOVE SES-DATE TO TAB-FAL-ULTIMA-FECHA (WS-FAL-IDX)
           MOVE SES-TIME TO TAB-FAL-ULTIMA-HORA (WS-FAL-IDX).

       INFORMAR-FALLO.
           IF TAB-FAL-CANTIDAD (WS-FAL-IDX) NOT < WS-FALLOS-REPETIDOS
               MOVE TAB-FAL-ID (WS-FAL-IDX) TO WS-OPER-BUSCADO
               PERFORM BUSCAR-OPERADOR
               MOVE TAB-FAL-ID (WS-FAL-IDX) TO FAL-OPERADOR
               MOVE WS-NOMBRE-HALLADO TO FAL-NOMBRE
               MOVE TAB-FAL-CANTIDAD (WS-FAL-IDX) TO FAL-CANTIDAD
               MOVE TAB-FAL-PRIMERA-FECHA (WS-FAL-IDX)
                   TO FAL-PRIMERA-FECHA
               MOVE TAB-FAL-PRIMERA-HORA (WS-FAL-IDX)
                   TO FAL-PRIMERA-HORA
               MOVE TAB-FAL-ULTIMA-FECHA (WS-FAL-IDX)
                   TO FAL-ULTIMA-FECHA
               MOVE TAB-FAL-ULTIMA-HORA (WS-FAL-IDX)
                   TO FAL-ULTIMA-HORA
               WRITE REPORT-LINE FROM WS-LINEA-FALLO
               ADD 1 TO WS-EXCEPCIONES-SECCION
           END-IF
           ADD 1 TO WS-FAL-IDX.

      ******************************************************************
      * Section 3: every disable and re-enable in the period. The
      * automatic disable after the failed attempts is logged under
      * the operator's own id; a supervisor's disable or re-enable is
      * logged under the supervisor with the target id as detail.
      ******************************************************************
       REVISAR-HABILITACIONES.
           MOVE 3 TO WS-SECCION
           MOVE "OPERADORES DESHABILITADOS Y REHABILITADOS"
               TO TIT-TEXTO
           PERFORM INICIAR-SECCION
           IF SESLOG-DISPONIBLE
               WRITE REPORT-LINE FROM WS-COLUMNAS-ESTADO
               PERFORM RECORRER-SESLOG
           ELSE
               PERFORM INFORMAR-SESLOG-AUSENTE
           END-IF
           PERFORM TERMINAR-SECCION.

       EXAMINAR-HABILITACION.
           IF EN-PERIODO
               EVALUATE SES-EVENTO
                   WHEN "OPER-DESHAB"
                       MOVE SES-OPERADOR TO WS-OPER-BUSCADO
                       PERFORM INFORMAR-HABILITACION
                       MOVE SPACES TO WS-LINEA-EJECUTOR
                       MOVE "POR INTENTOS FALLIDOS DE FIRMA"
                           TO WS-LINEA-EJECUTOR (7:30)
                       WRITE REPORT-LINE FROM WS-LINEA-EJECUTOR
                   WHEN "DESHAB-OPER"
                   WHEN "HABIL-OPER"
                       MOVE SES-DETALLE (1:6) TO WS-OPER-BUSCADO
                       PERFORM INFORMAR-HABILITACION
                       MOVE SES-OPERADOR TO WS-OPER-BUSCADO
                       PERFORM BUSCAR-OPERADOR
                       MOVE SPACES TO WS-LINEA-EJECUTOR
                       MOVE "POR SUPERVISOR: " TO EJE-TEXTO
                       MOVE SES-OPERADOR TO EJE-OPERADOR
                       MOVE WS-NOMBRE-HALLADO TO EJE-NOMBRE
                       WRITE REPORT-LINE FROM WS-LINEA-EJECUTOR
               END-EVALUATE
           END-IF.

       INFORMAR-HABILITACION.
           PERFORM BUSCAR-OPERADOR
           MOVE SES-DATE TO EST-FECHA
           MOVE SES-TIME TO EST-HORA
           MOVE SES-EVENTO TO EST-EVENTO
           MOVE WS-OPER-BUSCADO TO EST-OPERADOR
           MOVE WS-NOMBRE-HALLADO TO EST-NOMBRE
           WRITE REPORT-LINE FROM WS-LINEA-ESTADO
           ADD 1 TO WS-EXCEPCIONES-SECCION.

      ******************************************************************
      * Section 4: the sensitive account maintenance actions of the
      * period are kept, the whole audit log is then read again for
      * the opening of each of those accounts, and an action taken by
      * the same supervisor who opened the account is listed with
      * both entries.
      ******************************************************************
       REVISAR-ACCIONES-SENSIBLES.
           MOVE 4 TO WS-SECCION
           MOVE
               "ACCIONES SENSIBLES DEL SUPERVISOR EN CUENTAS QUE ABRIO"
               TO TIT-TEXTO
           PERFORM INICIAR-SECCION
           IF MANTLOG-DISPONIBLE
               WRITE REPORT-LINE FROM WS-COLUMNAS-ACCION
               OPEN INPUT AUDIT-LOG-FILE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-AUDITORIA
               PERFORM GUARDAR-ACCION-SENSIBLE
                   UNTIL FIN-ARCHIVO
               CLOSE AUDIT-LOG-FILE
               OPEN INPUT AUDIT-LOG-FILE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-AUDITORIA
               PERFORM BUSCAR-APERTURAS
                   UNTIL FIN-ARCHIVO
               CLOSE AUDIT-LOG-FILE
               MOVE 1 TO WS-ACC-IDX
               PERFORM INFORMAR-ACCION-SENSIBLE
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
           ELSE
               MOVE "MANTLOG" TO NDI-ARCHIVO
               MOVE WS-AUDIT-STATUS TO NDI-ESTADO
               WRITE REPORT-LINE FROM WS-LINEA-NO-DISPONIBLE
           END-IF
           PERFORM TERMINAR-SECCION.

       LEER-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-ACCION-SENSIBLE.
           IF AUD-DATE IS NUMERIC
              AND (AUD-ACCION = "DESCONGELA"
                   OR AUD-ACCION = "BLANQUEO-PIN"
                   OR AUD-ACCION = "DESBLOQ-PIN"
                   OR AUD-ACCION = "LEVANTA-EMB"
                   OR AUD-ACCION = "CIERRE")
               MOVE AUD-DATE TO WS-FECHA-CALCULO
               PERFORM DETERMINAR-PERIODO
               IF EN-PERIODO
                   PERFORM AGREGAR-ACCION
               END-IF
           END-IF
           PERFORM LEER-AUDITORIA.

       AGREGAR-ACCION.
           IF WS-ACC-COUNT = WS-ACC-MAX
               DISPLAY "REVISION DE OPERADORES: MAS DE " WS-ACC-MAX
                   " ACCIONES SENSIBLES; CORRIDA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-ACC-COUNT TO WS-ACC-IDX
           MOVE AUD-DATE TO TAB-ACC-FECHA (WS-ACC-IDX)
           MOVE AUD-TIME TO TAB-ACC-HORA (WS-ACC-IDX)
           MOVE AUD-OPERADOR TO TAB-ACC-OPERADOR (WS-ACC-IDX)
           MOVE AUD-ACCION TO TAB-ACC-ACCION (WS-ACC-IDX)
           MOVE AUD-CUENTA TO TAB-ACC-CUENTA (WS-ACC-IDX)
           MOVE SPACES TO TAB-ACC-APERTURA-OPER (WS-ACC-IDX)
           MOVE 0 TO TAB-ACC-APERTURA-FECHA (WS-ACC-IDX)
           MOVE 0 TO TAB-ACC-APERTURA-HORA (WS-ACC-IDX).

       BUSCAR-APERTURAS.
           IF AUD-ACCION = "APERTURA"
               MOVE 1 TO WS-ACC-IDX
               PERFORM ANOTAR-APERTURA
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
           END-IF
           PERFORM LEER-AUDITORIA.

       ANOTAR-APERTURA.
           IF TAB-ACC-CUENTA (WS-ACC-IDX) = AUD-CUENTA
               MOVE AUD-OPERADOR TO TAB-ACC-APERTURA-OPER (WS-ACC-IDX)
               MOVE AUD-DATE TO TAB-ACC-APERTURA-FECHA (WS-ACC-IDX)
               MOVE AUD-TIME TO TAB-ACC-APERTURA-HORA (WS-ACC-IDX)
           END-IF
           ADD 1 TO WS-ACC-IDX.

       INFORMAR-ACCION-SENSIBLE.
           IF TAB-ACC-APERTURA-OPER (WS-ACC-IDX)
                  = TAB-ACC-OPERADOR (WS-ACC-IDX)
               MOVE TAB-ACC-OPERADOR (WS-ACC-IDX) TO WS-OPER-BUSCADO
               PERFORM BUSCAR-OPERADOR
               MOVE TAB-ACC-FECHA (WS-ACC-IDX) TO ACC-FECHA
               MOVE TAB-ACC-HORA (WS-ACC-IDX) TO ACC-HORA
               MOVE TAB-ACC-ACCION (WS-ACC-IDX) TO ACC-ACCION
               MOVE TAB-ACC-CUENTA (WS-ACC-IDX) TO ACC-CUENTA
               MOVE TAB-ACC-OPERADOR (WS-ACC-IDX) TO ACC-OPERADOR
               MOVE WS-NOMBRE-HALLADO TO ACC-NOMBRE
               WRITE REPORT-LINE FROM WS-LINEA-ACCION
               MOVE TAB-ACC-APERTURA-FECHA (WS-ACC-IDX) TO APE-FECHA
               MOVE TAB-ACC-APERTURA-HORA (WS-ACC-IDX) TO APE-HORA
               WRITE REPORT-LINE FROM WS-LINEA-APERTURA
               ADD 1 TO WS-EXCEPCIONES-SECCION
           END-IF
           ADD 1 TO WS-ACC-IDX.

      ******************************************************************
      * Section 5: every OPERMAST id whose last sign-on in the whole
      * session log - or, for one that never signed on, its
      * registration - lies more than WS-DIAS-SIN-FIRMA days back.
      * An id with neither on the log is listed as well.
      ******************************************************************
       REVISAR-INACTIVOS.
           MOVE 5 TO WS-SECCION
           MOVE "OPERADORES SIN FIRMAR EN EL PLAZO CONFIGURADO"
               TO TIT-TEXTO
           PERFORM INICIAR-SECCION
           IF SESLOG-DISPONIBLE
               WRITE REPORT-LINE FROM WS-COLUMNAS-INACTIVO
               PERFORM RECORRER-SESLOG
               MOVE 1 TO WS-OPER-IDX
               PERFORM INFORMAR-INACTIVO
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
           ELSE
               PERFORM INFORMAR-SESLOG-AUSENTE
           END-IF
           PERFORM TERMINAR-SECCION.

       EXAMINAR-FIRMA-OPERADOR.
           IF SES-EVENTO = "SIGNON"
               MOVE SES-OPERADOR TO WS-OPER-BUSCADO
               PERFORM BUSCAR-OPERADOR
               IF OPERADOR-HALLADO
                  AND SES-DATE > TAB-OPER-ULT-FIRMA (WS-OPER-IDX)
                   MOVE SES-DATE TO TAB-OPER-ULT-FIRMA (WS-OPER-IDX)
               END-IF
           END-IF
           IF SES-EVENTO = "ALTA-OPER"
               MOVE SES-DETALLE (1:6) TO WS-OPER-BUSCADO
               PERFORM BUSCAR-OPERADOR
               IF OPERADOR-HALLADO
                   MOVE SES-DATE TO TAB-OPER-ALTA (WS-OPER-IDX)
               END-IF
           END-IF.

       INFORMAR-INACTIVO.
           MOVE SPACES TO WS-LINEA-INACTIVO
           MOVE 0 TO WS-DIAS-TRANSCURRIDOS
           IF TAB-OPER-ULT-FIRMA (WS-OPER-IDX) > 0
               MOVE TAB-OPER-ULT-FIRMA (WS-OPER-IDX)
                   TO WS-FECHA-EDITADA
               MOVE WS-FECHA-EDITADA TO INA-ULTIMA-FIRMA
               MOVE TAB-OPER-ULT-FIRMA (WS-OPER-IDX)
                   TO WS-FECHA-CALCULO
               PERFORM CALCULAR-DIAS-TRANSCURRIDOS
           ELSE
               IF TAB-OPER-ALTA (WS-OPER-IDX) > 0
                   MOVE "NUNCA (ALTA)" TO INA-ULTIMA-FIRMA
                   MOVE TAB-OPER-ALTA (WS-OPER-IDX)
                       TO WS-FECHA-CALCULO
                   PERFORM CALCULAR-DIAS-TRANSCURRIDOS
               ELSE
                   MOVE "SIN REGISTRO" TO INA-ULTIMA-FIRMA
                   MOVE 99999 TO WS-DIAS-TRANSCURRIDOS
               END-IF
           END-IF
           IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-SIN-FIRMA
               MOVE TAB-OPER-ID (WS-OPER-IDX) TO INA-OPERADOR
               MOVE TAB-OPER-NOMBRE (WS-OPER-IDX) TO INA-NOMBRE
               MOVE TAB-OPER-ROL (WS-OPER-IDX) TO INA-ROL
               MOVE TAB-OPER-ESTADO (WS-OPER-IDX) TO INA-ESTADO
               IF WS-DIAS-TRANSCURRIDOS NOT = 99999
                   MOVE WS-DIAS-TRANSCURRIDOS TO INA-DIAS
               END-IF
               WRITE REPORT-LINE FROM WS-LINEA-INACTIVO
               ADD 1 TO WS-EXCEPCIONES-SECCION
           END-IF
           ADD 1 TO WS-OPER-IDX.

       CALCULAR-DIAS-TRANSCURRIDOS.
           CALL "RUTINA-FECHA" USING WS-FECHA-CALCULO
               WS-SERIAL-CALCULO WS-DIA-SEMANA
           IF WS-SERIAL-CALCULO > 0
              AND WS-SERIAL-CALCULO NOT > WS-SERIAL-HOY
               COMPUTE WS-DIAS-TRANSCURRIDOS =
                   WS-SERIAL-HOY - WS-SERIAL-CALCULO
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE WS-EXCEPCIONES-TOTAL TO RES-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-FIRMA-REVISOR.

       CERRAR-ARCHIVOS.
           CLOSE REPORT-FILE.

       END PROGRAM REVISION-OPERADORES.
