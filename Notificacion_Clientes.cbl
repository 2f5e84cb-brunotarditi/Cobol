      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly customer notification extract. Takes the
      *          account events the day's programs handed over in
      *          AVISOPEN (returned cheques, cards locked by failed
      *          PIN attempts, accounts newly flagged dormant, legal
      *          holds placed or lifted, standing orders that failed)
      *          and adds one overdraft event (DESCUBIE) for every
      *          account whose balance went from zero or positive to
      *          negative in the closed day's log TRANSDIA. Every
      *          event is looked up in the notification history
      *          NOTIHIST, keyed by account, event code, event date
      *          and reference, so an event already notified is never
      *          notified again, however many times it is handed over
      *          or the step is rerun. A new event is filed there with
      *          the holder's name and address, taken from TITUMAST
      *          through CTAXREF or, failing that, from CLIMAST. The
      *          letters file NOTIFSAL for the mailing house is rebuilt
      *          from the events filed tonight that carry an address,
      *          closed by a trailer with the record count; the run
      *          summary NOTIFREP gives the counts per event type and
      *          lists the events that could not be sent for want of
      *          an address and the records that were not understood.
      *          AVISOPEN is consumed once its events are filed.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICACION-CLIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO "AVISOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVI-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT NOTICE-HISTORY-FILE ASSIGN TO "NOTIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTH-CLAVE
               FILE STATUS IS WS-NTH-STATUS.
           SELECT CUSTOMER-ID-FILE ASSIGN TO "TITUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               FILE STATUS IS WS-TIT-STATUS.
           SELECT XREF-FILE ASSIGN TO "CTAXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-CUENTA
               FILE STATUS IS WS-XRF-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO-CUENTA
               FILE STATUS IS WS-CLI-STATUS.
           SELECT LETTERS-FILE ASSIGN TO "NOTIFSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "NOTIFREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE.
           COPY AVISO.

       FD  TRANSACTION-LOG-FILE.
       01  LOG-RECORD.
           05  LOG-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  LOG-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  LOG-ACCOUNT            PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  LOG-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(01).
           05  LOG-SALDO-ANTERIOR     PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

      ******************************************************************
      * Notification history: one record per event ever filed. The
      * state is "E" for an event sent to the mailing house and "S"
      * for one that could not be sent because the holder has no
      * address on file. NTH-FECHA-AVISO is the night it was filed.
      ******************************************************************
       FD  NOTICE-HISTORY-FILE.
       01  NTH-RECORD.
           05  NTH-CLAVE.
               10  NTH-CUENTA         PIC X(06).
               10  NTH-EVENTO         PIC X(08).
               10  NTH-FECHA          PIC 9(06).
               10  NTH-REFERENCIA     PIC X(15).
           05  NTH-FECHA-AVISO        PIC 9(06).
           05  NTH-ESTADO             PIC X(01).
               88  AVISO-ENVIADO      VALUE "E".
               88  AVISO-SIN-DOMICILIO VALUE "S".
           05  NTH-IMPORTE            PIC S9(07)V99.
           05  NTH-DETALLE            PIC X(25).
           05  NTH-TITULAR            PIC X(06).
           05  NTH-NOMBRE             PIC X(30).
           05  NTH-DIRECCION          PIC X(40).
           05  FILLER                 PIC X(10).

       FD  CUSTOMER-ID-FILE.
           COPY TITULAR.

       FD  XREF-FILE.
           COPY XREFCTA.

       FD  CUSTOMER-MASTER-FILE.
           COPY CLIENTE.

       FD  LETTERS-FILE.
       01  LETTER-RECORD              PIC X(150).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AVI-STATUS PIC X(02).
       01 WS-LOG-STATUS PIC X(02).
       01 WS-NTH-STATUS PIC X(02).
       01 WS-TIT-STATUS PIC X(02).
       01 WS-XRF-STATUS PIC X(02).
       01 WS-CLI-STATUS PIC X(02).
       01 WS-SAL-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FIN-HISTORIA PIC X(01) VALUE "N".
           88 FIN-HISTORIA VALUE "S".
       01 WS-HAY-AVISOS PIC X(01) VALUE "N".
           88 HAY-AVISOS VALUE "S".
       01 WS-HAY-TITULARES PIC X(01) VALUE "N".
           88 HAY-TITULARES VALUE "S".
       01 WS-HAY-XREF PIC X(01) VALUE "N".
           88 HAY-XREF VALUE "S".
       01 WS-HAY-CLIENTES PIC X(01) VALUE "N".
           88 HAY-CLIENTES VALUE "S".
       01 WS-TITULAR-HALLADO PIC X(01).
           88 TITULAR-HALLADO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-IDX-EVENTO PIC 9(02).
       01 WS-EVENTO-HALLADO PIC X(01).
           88 EVENTO-HALLADO VALUE "S".

      ******************************************************************
      * The event being filed, whichever file it came from.
      ******************************************************************
       01 WS-AVISO-NUEVO.
           05  NVO-CUENTA             PIC X(06).
           05  NVO-EVENTO             PIC X(08).
           05  NVO-FECHA              PIC 9(06).
           05  NVO-REFERENCIA         PIC X(15).
           05  NVO-IMPORTE            PIC S9(07)V99.
           05  NVO-DETALLE            PIC X(25).

      ******************************************************************
      * Event codes the run understands, in the order the summary
      * prints them.
      ******************************************************************
       01 WS-EVENTOS-INICIAL.
           05  FILLER PIC X(30) VALUE
               "DEV-CHEQCHEQUE DEVUELTO       ".
           05  FILLER PIC X(30) VALUE
               "PIN-BLOQTARJETA BLOQUEADA     ".
           05  FILLER PIC X(30) VALUE
               "INACTIVACUENTA INACTIVA       ".
           05  FILLER PIC X(30) VALUE
               "EMB-TRABEMBARGO TRABADO       ".
           05  FILLER PIC X(30) VALUE
               "EMB-LEVAEMBARGO LEVANTADO     ".
           05  FILLER PIC X(30) VALUE
               "ORD-FALLORDEN FALLIDA         ".
           05  FILLER PIC X(30) VALUE
               "DESCUBIECUENTA EN DESCUBIERTO ".
       01 WS-TABLA-EVENTOS REDEFINES WS-EVENTOS-INICIAL.
           05  EVENTO-ENTRADA OCCURS 7 TIMES.
               10  EVT-CODIGO         PIC X(08).
               10  EVT-DESCRIPCION    PIC X(22).
       01 WS-EVENTOS-CARGADOS PIC 9(02) VALUE 7.

       01 TABLA-CONTADORES.
           05 CONTADOR-EVENTO OCCURS 7 TIMES.
               10 CNT-ENVIADOS        PIC 9(07).
               10 CNT-SIN-DOMICILIO   PIC 9(07).
               10 CNT-DUPLICADOS      PIC 9(07).

       01 WS-AVISOS-LEIDOS PIC 9(07) VALUE 0.
       01 WS-DESCUBIERTOS-HALLADOS PIC 9(07) VALUE 0.
       01 WS-DESCONOCIDOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-ENVIADOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-SIN-DOMICILIO PIC 9(07) VALUE 0.
       01 WS-TOTAL-DUPLICADOS PIC 9(07) VALUE 0.
       01 WS-CARTAS PIC 9(07) VALUE 0.

       01 WS-CARTA-DETALLE.
           05  CAR-TIPO-REG           PIC X(01) VALUE "D".
           05  CAR-CUENTA             PIC X(06).
           05  CAR-TITULAR            PIC X(06).
           05  CAR-NOMBRE             PIC X(30).
           05  CAR-DIRECCION          PIC X(40).
           05  CAR-EVENTO             PIC X(08).
           05  CAR-FECHA              PIC 9(06).
           05  CAR-REFERENCIA         PIC X(15).
           05  CAR-IMPORTE            PIC -(07)9.99.
           05  CAR-DETALLE            PIC X(25).
           05  FILLER                 PIC X(02) VALUE SPACES.
       01 WS-CARTA-TRAILER.
           05  CTR-TIPO-REG           PIC X(01) VALUE "T".
           05  CTR-CANTIDAD           PIC 9(07).
           05  FILLER                 PIC X(142) VALUE SPACES.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "AVISOS A CLIENTES                       DIA ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(36) VALUE
               "CUENTA  EVENTO    FECHA   REFERENCI".
           05  FILLER                 PIC X(36) VALUE
               "A           IMPORTE  OBSERVACION    ".

       01 WS-LINEA-SECCION.
           05  SEC-TITULO             PIC X(60).

       01 WS-LINEA-DETALLE.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-EVENTO             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-FECHA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-REFERENCIA         PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-IMPORTE            PIC -(07)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-OBSERVACION        PIC X(30).

       01 WS-LINEA-EVENTO.
           05  LEV-CODIGO             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LEV-DESCRIPCION        PIC X(22).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LEV-ENVIADOS           PIC Z(06)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  LEV-SIN-DOMICILIO      PIC Z(06)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  LEV-DUPLICADOS         PIC Z(06)9.

       01 WS-ENCABEZADO-EVENTOS.
           05  FILLER                 PIC X(36) VALUE
               "EVENTO    DESCRIPCION              ".
           05  FILLER                 PIC X(36) VALUE
               "  ENVIADOS  SIN DOMIC.  DUPLICADOS ".

       01 WS-LINEA-TOTAL.
           05  TOT-DESCRIPCION        PIC X(40).
           05  TOT-CANTIDAD           PIC Z(06)9.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           MOVE ZEROS TO TABLA-CONTADORES
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM PROCESAR-AVISOS-PENDIENTES
           PERFORM BUSCAR-DESCUBIERTOS
           PERFORM GENERAR-CARTAS
           PERFORM LISTAR-SIN-DOMICILIO
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           IF HAY-AVISOS
               PERFORM CONSUMIR-AVISOS
           END-IF
           DISPLAY "NOTIFICACION: AVISOS ENVIADOS " WS-TOTAL-ENVIADOS
               " SIN DOMICILIO " WS-TOTAL-SIN-DOMICILIO
               " DUPLICADOS " WS-TOTAL-DUPLICADOS
           IF WS-DESCONOCIDOS > 0
               DISPLAY "NOTIFICACION: REGISTROS NO RECONOCIDOS "
                   WS-DESCONOCIDOS
           END-IF
           STOP RUN.

      ******************************************************************
      * The history file is the only file this step cannot do without.
      * The customer files are each optional: an event whose holder
      * cannot be found is filed without an address.
      ******************************************************************
       ABRIR-ARCHIVOS.
           OPEN I-O NOTICE-HISTORY-FILE
           IF WS-NTH-STATUS = "35"
               OPEN OUTPUT NOTICE-HISTORY-FILE
               CLOSE NOTICE-HISTORY-FILE
               OPEN I-O NOTICE-HISTORY-FILE
           END-IF
           IF WS-NTH-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL HISTORIAL DE AVISOS: "
                   WS-NTH-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-ID-FILE
           IF WS-TIT-STATUS = "00"
               MOVE "S" TO WS-HAY-TITULARES
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XRF-STATUS = "00"
               MOVE "S" TO WS-HAY-XREF
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CLI-STATUS = "00"
               MOVE "S" TO WS-HAY-CLIENTES
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
           WRITE REPORT-LINE.

      ******************************************************************
      * Events handed over by the day's programs. A record whose
      * event code is not one of ours, or that names no account, is
      * listed and skipped.
      ******************************************************************
       PROCESAR-AVISOS-PENDIENTES.
           OPEN INPUT NOTICE-FILE
           IF WS-AVI-STATUS = "00"
               MOVE "S" TO WS-HAY-AVISOS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "REGISTROS DE AVISOPEN NO RECONOCIDOS" TO
                   SEC-TITULO
               WRITE REPORT-LINE FROM WS-LINEA-SECCION
               WRITE REPORT-LINE FROM WS-ENCABEZADO-2
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-AVISO
               PERFORM PROCESAR-AVISO
                   UNTIL FIN-ARCHIVO
               CLOSE NOTICE-FILE
           END-IF.

       LEER-AVISO.
           READ NOTICE-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       PROCESAR-AVISO.
           ADD 1 TO WS-AVISOS-LEIDOS
           MOVE AVI-CUENTA TO NVO-CUENTA
           MOVE AVI-EVENTO TO NVO-EVENTO
           IF AVI-FECHA IS NUMERIC
               MOVE AVI-FECHA TO NVO-FECHA
           ELSE
               MOVE 0 TO NVO-FECHA
           END-IF
           MOVE AVI-REFERENCIA TO NVO-REFERENCIA
           IF AVI-IMPORTE IS NUMERIC
               MOVE AVI-IMPORTE TO NVO-IMPORTE
           ELSE
               MOVE 0 TO NVO-IMPORTE
           END-IF
           MOVE AVI-DETALLE TO NVO-DETALLE
           PERFORM BUSCAR-EVENTO
           IF EVENTO-HALLADO AND NVO-CUENTA NOT = SPACES
              AND NVO-FECHA NOT = 0
               PERFORM REGISTRAR-AVISO
           ELSE
               ADD 1 TO WS-DESCONOCIDOS
               MOVE "EVENTO O CUENTA NO VALIDOS" TO DET-OBSERVACION
               PERFORM ESCRIBIR-LINEA-AVISO
           END-IF
           PERFORM LEER-AVISO.

       BUSCAR-EVENTO.
           MOVE "N" TO WS-EVENTO-HALLADO
           MOVE 1 TO WS-IDX-EVENTO
           PERFORM COMPARAR-EVENTO
               UNTIL EVENTO-HALLADO
                  OR WS-IDX-EVENTO > WS-EVENTOS-CARGADOS.

       COMPARAR-EVENTO.
           IF EVT-CODIGO (WS-IDX-EVENTO) = NVO-EVENTO
               MOVE "S" TO WS-EVENTO-HALLADO
           ELSE
               ADD 1 TO WS-IDX-EVENTO
           END-IF.

      ******************************************************************
      * An account whose balance crosses from zero or above to below
      * zero in the closed day's log has gone into overdraft. The
      * event is dated with the log date and referenced by it too, so
      * an account is told once a day however often it crosses.
      ******************************************************************
       BUSCAR-DESCUBIERTOS.
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-MOVIMIENTO
               PERFORM EXAMINAR-MOVIMIENTO
                   UNTIL FIN-ARCHIVO
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       LEER-MOVIMIENTO.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       EXAMINAR-MOVIMIENTO.
           IF LOG-SALDO-ANTERIOR IS NUMERIC
              AND LOG-SALDO-NUEVO IS NUMERIC
              AND LOG-DATE IS NUMERIC
              AND LOG-SALDO-ANTERIOR NOT < 0
              AND LOG-SALDO-NUEVO < 0
               ADD 1 TO WS-DESCUBIERTOS-HALLADOS
               MOVE LOG-ACCOUNT TO NVO-CUENTA
               MOVE "DESCUBIE" TO NVO-EVENTO
               MOVE LOG-DATE TO NVO-FECHA
               MOVE LOG-DATE TO NVO-REFERENCIA
               MOVE LOG-SALDO-NUEVO TO NVO-IMPORTE
               MOVE "SALDO DEUDOR" TO NVO-DETALLE
               PERFORM BUSCAR-EVENTO
               PERFORM REGISTRAR-AVISO
           END-IF
           PERFORM LEER-MOVIMIENTO.

      ******************************************************************
      * An event already in the history was notified before (or was
      * handed over twice) and is only counted as a duplicate.
      ******************************************************************
       REGISTRAR-AVISO.
           MOVE NVO-CUENTA TO NTH-CUENTA
           MOVE NVO-EVENTO TO NTH-EVENTO
           MOVE NVO-FECHA TO NTH-FECHA
           MOVE NVO-REFERENCIA TO NTH-REFERENCIA
           READ NOTICE-HISTORY-FILE
               INVALID KEY
                   PERFORM GRABAR-AVISO
               NOT INVALID KEY
                   ADD 1 TO CNT-DUPLICADOS (WS-IDX-EVENTO)
                   ADD 1 TO WS-TOTAL-DUPLICADOS
           END-READ.

       GRABAR-AVISO.
           MOVE SPACES TO NTH-RECORD
           MOVE NVO-CUENTA TO NTH-CUENTA
           MOVE NVO-EVENTO TO NTH-EVENTO
           MOVE NVO-FECHA TO NTH-FECHA
           MOVE NVO-REFERENCIA TO NTH-REFERENCIA
           MOVE WS-FECHA-HOY TO NTH-FECHA-AVISO
           MOVE NVO-IMPORTE TO NTH-IMPORTE
           MOVE NVO-DETALLE TO NTH-DETALLE
           PERFORM BUSCAR-DOMICILIO
           IF NTH-DIRECCION = SPACES
               MOVE "S" TO NTH-ESTADO
               ADD 1 TO CNT-SIN-DOMICILIO (WS-IDX-EVENTO)
               ADD 1 TO WS-TOTAL-SIN-DOMICILIO
           ELSE
               MOVE "E" TO NTH-ESTADO
               ADD 1 TO CNT-ENVIADOS (WS-IDX-EVENTO)
               ADD 1 TO WS-TOTAL-ENVIADOS
           END-IF
           WRITE NTH-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL HISTORIAL DE AVISOS: "
                       WS-NTH-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      ******************************************************************
      * The holder is the customer CTAXREF points the account at; an
      * account not yet cross-referenced falls back to its CLIMAST
      * projection, which carries the same name and address.
      ******************************************************************
       BUSCAR-DOMICILIO.
           MOVE "N" TO WS-TITULAR-HALLADO
           IF HAY-XREF AND HAY-TITULARES
               MOVE NVO-CUENTA TO XRF-CUENTA
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LEER-TITULAR
               END-READ
           END-IF
           IF NOT TITULAR-HALLADO AND HAY-CLIENTES
               MOVE NVO-CUENTA TO CLI-NUMERO-CUENTA
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO NTH-NOMBRE
                       MOVE CLI-DIRECCION TO NTH-DIRECCION
               END-READ
           END-IF.

       LEER-TITULAR.
           MOVE XRF-TITULAR TO TIT-NUMERO
           READ CUSTOMER-ID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TITULAR-HALLADO
                   MOVE TIT-NUMERO TO NTH-TITULAR
                   MOVE TIT-NOMBRE TO NTH-NOMBRE
                   MOVE TIT-DIRECCION TO NTH-DIRECCION
           END-READ.

      ******************************************************************
      * The letters file is rebuilt from every event filed tonight
      * that carries an address, so a rerun hands the mailing house
      * the same file and never a second copy of a letter.
      ******************************************************************
       GENERAR-CARTAS.
           OPEN OUTPUT LETTERS-FILE
           IF WS-SAL-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE AVISOS: "
                   WS-SAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM POSICIONAR-HISTORIA
           PERFORM ESCRIBIR-SI-CARTA
               UNTIL FIN-HISTORIA
           MOVE WS-CARTAS TO CTR-CANTIDAD
           WRITE LETTER-RECORD FROM WS-CARTA-TRAILER
           CLOSE LETTERS-FILE.

       POSICIONAR-HISTORIA.
           MOVE "N" TO WS-FIN-HISTORIA
           MOVE LOW-VALUES TO NTH-CLAVE
           START NOTICE-HISTORY-FILE
               KEY IS NOT LESS THAN NTH-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIA
           END-START
           IF NOT FIN-HISTORIA
               PERFORM LEER-SIGUIENTE-HISTORIA
           END-IF.

       LEER-SIGUIENTE-HISTORIA.
           READ NOTICE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       ESCRIBIR-SI-CARTA.
           IF NTH-FECHA-AVISO = WS-FECHA-HOY AND AVISO-ENVIADO
               MOVE NTH-CUENTA TO CAR-CUENTA
               MOVE NTH-TITULAR TO CAR-TITULAR
               MOVE NTH-NOMBRE TO CAR-NOMBRE
               MOVE NTH-DIRECCION TO CAR-DIRECCION
               MOVE NTH-EVENTO TO CAR-EVENTO
               MOVE NTH-FECHA TO CAR-FECHA
               MOVE NTH-REFERENCIA TO CAR-REFERENCIA
               MOVE NTH-IMPORTE TO CAR-IMPORTE
               MOVE NTH-DETALLE TO CAR-DETALLE
               WRITE LETTER-RECORD FROM WS-CARTA-DETALLE
               ADD 1 TO WS-CARTAS
           END-IF
           PERFORM LEER-SIGUIENTE-HISTORIA.

      ******************************************************************
      * Events filed tonight that no letter could be sent for, so the
      * branch can get the address and tell the customer in person.
      ******************************************************************
       LISTAR-SIN-DOMICILIO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AVISOS NO ENVIADOS POR FALTA DE DOMICILIO" TO
               SEC-TITULO
           WRITE REPORT-LINE FROM WS-LINEA-SECCION
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2
           PERFORM POSICIONAR-HISTORIA
           PERFORM LISTAR-SI-SIN-DOMICILIO
               UNTIL FIN-HISTORIA.

       LISTAR-SI-SIN-DOMICILIO.
           IF NTH-FECHA-AVISO = WS-FECHA-HOY AND AVISO-SIN-DOMICILIO
               MOVE NTH-CUENTA TO DET-CUENTA
               MOVE NTH-EVENTO TO DET-EVENTO
               MOVE NTH-FECHA TO DET-FECHA
               MOVE NTH-REFERENCIA TO DET-REFERENCIA
               MOVE NTH-IMPORTE TO DET-IMPORTE
               IF NTH-NOMBRE = SPACES
                   MOVE "TITULAR NO ENCONTRADO" TO DET-OBSERVACION
               ELSE
                   MOVE NTH-NOMBRE TO DET-OBSERVACION
               END-IF
               WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           END-IF
           PERFORM LEER-SIGUIENTE-HISTORIA.

       ESCRIBIR-LINEA-AVISO.
           MOVE NVO-CUENTA TO DET-CUENTA
           MOVE NVO-EVENTO TO DET-EVENTO
           MOVE NVO-FECHA TO DET-FECHA
           MOVE NVO-REFERENCIA TO DET-REFERENCIA
           MOVE NVO-IMPORTE TO DET-IMPORTE
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESUMEN POR TIPO DE EVENTO" TO SEC-TITULO
           WRITE REPORT-LINE FROM WS-LINEA-SECCION
           WRITE REPORT-LINE FROM WS-ENCABEZADO-EVENTOS
           MOVE 1 TO WS-IDX-EVENTO
           PERFORM ESCRIBIR-LINEA-EVENTO
               UNTIL WS-IDX-EVENTO > WS-EVENTOS-CARGADOS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AVISOS RECIBIDOS EN AVISOPEN:" TO TOT-DESCRIPCION
           MOVE WS-AVISOS-LEIDOS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "DESCUBIERTOS HALLADOS EN TRANSDIA:" TO
               TOT-DESCRIPCION
           MOVE WS-DESCUBIERTOS-HALLADOS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "AVISOS ENVIADOS:" TO TOT-DESCRIPCION
           MOVE WS-TOTAL-ENVIADOS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "AVISOS SIN DOMICILIO:" TO TOT-DESCRIPCION
           MOVE WS-TOTAL-SIN-DOMICILIO TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "DUPLICADOS YA AVISADOS:" TO TOT-DESCRIPCION
           MOVE WS-TOTAL-DUPLICADOS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "REGISTROS NO RECONOCIDOS:" TO TOT-DESCRIPCION
           MOVE WS-DESCONOCIDOS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "CARTAS EN NOTIFSAL:" TO TOT-DESCRIPCION
           MOVE WS-CARTAS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL.

       ESCRIBIR-LINEA-EVENTO.
           MOVE EVT-CODIGO (WS-IDX-EVENTO) TO LEV-CODIGO
           MOVE EVT-DESCRIPCION (WS-IDX-EVENTO) TO LEV-DESCRIPCION
           MOVE CNT-ENVIADOS (WS-IDX-EVENTO) TO LEV-ENVIADOS
           MOVE CNT-SIN-DOMICILIO (WS-IDX-EVENTO) TO LEV-SIN-DOMICILIO
           MOVE CNT-DUPLICADOS (WS-IDX-EVENTO) TO LEV-DUPLICADOS
           WRITE REPORT-LINE FROM WS-LINEA-EVENTO
           ADD 1 TO WS-IDX-EVENTO.

      ******************************************************************
      * AVISOPEN is emptied only once every event in it is filed in
      * the history, so a run that stops halfway leaves it whole and
      * the rerun files the rest, the ones already filed counting as
      * duplicates.
      ******************************************************************
       CONSUMIR-AVISOS.
           OPEN OUTPUT NOTICE-FILE
           CLOSE NOTICE-FILE.

       CERRAR-ARCHIVOS.
           CLOSE NOTICE-HISTORY-FILE
           IF HAY-TITULARES
               CLOSE CUSTOMER-ID-FILE
           END-IF
           IF HAY-XREF
               CLOSE XREF-FILE
           END-IF
           IF HAY-CLIENTES
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM NOTIFICACION-CLIENTES.
