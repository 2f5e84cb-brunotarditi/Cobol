      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Nightly referential integrity check of the masters.
      *          The masters only point at each other by key, so this
      *          job walks every one of them and proves each pointer:
      *          the account's customer link in CTAXREF and the
      *          customer it names in TITUMAST, the account's product
      *          in PRODMAST, the active standing orders of ORDEMAST
      *          against their debit account and internal
      *          beneficiary, the vigente holds of EMBARGOS, the
      *          unreleased cheques of CHEQPEND and the vigente
      *          fixed-term deposits (PLAZMAST) and loans (PRESMAST)
      *          against the account they live on. Every orphan or
      *          contradiction is listed on INTEGREP under its
      *          category with the count of cases. A category that
      *          would corrupt the night's postings (a product the
      *          interest and fee jobs cannot find and silently
      *          replace by the default rates, a pending cheque whose
      *          funds belong to no account) ends the job with return
      *          code 2 so the chain stops before posting anything;
      *          the others are warnings for the morning shift. A
      *          master that cannot be opened has its categories
      *          reported as not checked; only the account master
      *          itself is indispensable.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD-MAESTROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WS-PROD-STATUS.
           SELECT XREF-FILE ASSIGN TO "CTAXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-CUENTA
               FILE STATUS IS WS-XRF-STATUS.
           SELECT CUSTOMER-ID-FILE ASSIGN TO "TITUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               FILE STATUS IS WS-TIT-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO "ORDEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WS-ORD-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CUENTA
               FILE STATUS IS WS-EMB-STATUS.
           SELECT CHEQUE-PENDING-FILE ASSIGN TO "CHEQPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "PLAZMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-CERTIFICADO
               FILE STATUS IS WS-PLZ-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "PRESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS WS-PRE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTEGREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODUCTO.

       FD  XREF-FILE.
           COPY XREFCTA.

       FD  CUSTOMER-ID-FILE.
           COPY TITULAR.

       FD  ORDER-MASTER-FILE.
           COPY ORDEN.

       FD  HOLD-MASTER-FILE.
           COPY EMBARGO.

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

       FD  TERM-DEPOSIT-FILE.
           COPY PLAZO.

       FD  LOAN-MASTER-FILE.
           COPY PRESTAMO.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-PROD-STATUS PIC X(02).
       01 WS-XRF-STATUS PIC X(02).
       01 WS-TIT-STATUS PIC X(02).
       01 WS-ORD-STATUS PIC X(02).
       01 WS-EMB-STATUS PIC X(02).
       01 WS-CHQ-STATUS PIC X(02).
       01 WS-PLZ-STATUS PIC X(02).
       01 WS-PRE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-PROD-DISPONIBLE PIC X(01) VALUE "N".
           88 PRODUCTOS-DISPONIBLES VALUE "S".
       01 WS-XRF-DISPONIBLE PIC X(01) VALUE "N".
           88 VINCULOS-DISPONIBLES VALUE "S".
       01 WS-TIT-DISPONIBLE PIC X(01) VALUE "N".
           88 TITULARES-DISPONIBLES VALUE "S".
       01 WS-ORD-DISPONIBLE PIC X(01) VALUE "N".
           88 ORDENES-DISPONIBLES VALUE "S".
       01 WS-EMB-DISPONIBLE PIC X(01) VALUE "N".
           88 EMBARGOS-DISPONIBLES VALUE "S".
       01 WS-CHQ-DISPONIBLE PIC X(01) VALUE "N".
           88 CHEQUES-DISPONIBLES VALUE "S".
       01 WS-PLZ-DISPONIBLE PIC X(01) VALUE "N".
           88 PLAZOS-DISPONIBLES VALUE "S".
       01 WS-PRE-DISPONIBLE PIC X(01) VALUE "N".
           88 PRESTAMOS-DISPONIBLES VALUE "S".
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-CATEGORIA PIC 9(02).
       01 WS-CASOS-CATEGORIA PIC 9(05).
       01 WS-CASOS-BLOQUEANTES PIC 9(05) VALUE 0.
       01 WS-CASOS-AVISO PIC 9(05) VALUE 0.
       01 WS-CATEGORIAS-OMITIDAS PIC 9(02) VALUE 0.
       01 WS-ARCHIVO-CONTROLADO PIC X(08).
       01 WS-ESTADO-OMITIDO PIC X(02).
       01 WS-CUENTA-BUSCADA PIC X(06).
       01 WS-SITUACION-CUENTA PIC X(01).
           88 CUENTA-INEXISTENTE VALUE "I".
           88 CUENTA-DE-BAJA VALUE "C".
           88 CUENTA-EN-ALTA VALUE "A".

      ******************************************************************
      * One entry per category: B (blocking, return code 2) or A
      * (warning only) followed by the description printed on the
      * report.
      ******************************************************************
       01 WS-TABLA-CATEGORIAS-VALORES.
           05 FILLER PIC X(45) VALUE
               "ACUENTA SIN VINCULO A TITULAR EN CTAXREF".
           05 FILLER PIC X(45) VALUE
               "AVINCULO A TITULAR INEXISTENTE EN TITUMAST".
           05 FILLER PIC X(45) VALUE
               "BPRODUCTO DE CUENTA INEXISTENTE EN PRODMAST".
           05 FILLER PIC X(45) VALUE
               "AORDEN ACTIVA SOBRE CUENTA CERRADA/INEXIST.".
           05 FILLER PIC X(45) VALUE
               "AORDEN ACTIVA A BENEFICIARIO CERRADO/INEXIST.".
           05 FILLER PIC X(45) VALUE
               "AEMBARGO VIGENTE SOBRE CTA CERRADA/INEXIST.".
           05 FILLER PIC X(45) VALUE
               "BCHEQUE PENDIENTE DE CUENTA INEXISTENTE".
           05 FILLER PIC X(45) VALUE
               "APLAZO FIJO VIGENTE EN CTA CERRADA/INEXIST.".
           05 FILLER PIC X(45) VALUE
               "APRESTAMO VIGENTE SOBRE CTA CERRADA/INEXIST.".
       01 FILLER REDEFINES WS-TABLA-CATEGORIAS-VALORES.
           05 CATEGORIA-ENTRADA OCCURS 9 TIMES.
               10 TCAT-SEVERIDAD      PIC X(01).
                   88 CATEGORIA-BLOQUEANTE VALUE "B".
               10 TCAT-DESCRIPCION    PIC X(44).

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(45) VALUE
               "CONTROL DE INTEGRIDAD REFERENCIAL DE MAESTROS".
           05  FILLER                 PIC X(05) VALUE " DIA ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-CATEGORIA.
           05  FILLER                 PIC X(10) VALUE "CATEGORIA ".
           05  ECA-NUMERO             PIC 9(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ECA-DESCRIPCION        PIC X(44).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ECA-SEVERIDAD          PIC X(12).

       01 WS-LINEA-DETALLE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DET-ARCHIVO            PIC X(09).
           05  DET-CLAVE              PIC X(09).
           05  FILLER                 PIC X(03) VALUE "-> ".
           05  DET-DESTINO            PIC X(09).
           05  DET-VALOR              PIC X(09).
           05  DET-OBSERVACION        PIC X(30).

       01 WS-LINEA-OMITIDA.
           05  FILLER                 PIC X(12) VALUE "    ARCHIVO ".
           05  OMI-ARCHIVO            PIC X(09).
           05  FILLER                 PIC X(28) VALUE
               "NO DISPONIBLE (FILE STATUS ".
           05  OMI-ESTADO             PIC X(02).
           05  FILLER                 PIC X(21) VALUE
               "): CONTROL OMITIDO".

       01 WS-LINEA-CASOS.
           05  FILLER                 PIC X(11) VALUE "    CASOS: ".
           05  CAS-CASOS              PIC 9(05).

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(20) VALUE
               "CASOS BLOQUEANTES: ".
           05  RES-BLOQUEANTES        PIC 9(05).
           05  FILLER                 PIC X(10) VALUE "  AVISOS: ".
           05  RES-AVISOS             PIC 9(05).
           05  FILLER                 PIC X(24) VALUE
               "  CATEGORIAS OMITIDAS: ".
           05  RES-OMITIDAS           PIC 9(02).

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM CONTROLAR-CUENTAS
           PERFORM CONTROLAR-VINCULOS
           PERFORM CONTROLAR-ORDENES
           PERFORM CONTROLAR-EMBARGOS
           PERFORM CONTROLAR-CHEQUES
           PERFORM CONTROLAR-PLAZOS
           PERFORM CONTROLAR-PRESTAMOS
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           IF WS-CASOS-BLOQUEANTES > 0
               DISPLAY "INTEGRIDAD: " WS-CASOS-BLOQUEANTES
                   " CASO(S) BLOQUEANTE(S); VER INTEGREP"
               MOVE 2 TO RETURN-CODE
           ELSE
               DISPLAY "INTEGRIDAD: SIN CASOS BLOQUEANTES. AVISOS: "
                   WS-CASOS-AVISO
           END-IF
           STOP RUN.

      ******************************************************************
      * The account master is the target of every pointer checked, so
      * without it the run is pointless. Every other master is
      * optional: one that cannot be opened has its categories
      * reported as not checked.
      ******************************************************************
       ABRIR-ARCHIVOS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE CUENTAS: "
                   WS-ACCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-STATUS = "00"
               MOVE "S" TO WS-PROD-DISPONIBLE
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XRF-STATUS = "00"
               MOVE "S" TO WS-XRF-DISPONIBLE
           END-IF
           OPEN INPUT CUSTOMER-ID-FILE
           IF WS-TIT-STATUS = "00"
               MOVE "S" TO WS-TIT-DISPONIBLE
           END-IF
           OPEN INPUT ORDER-MASTER-FILE
           IF WS-ORD-STATUS = "00"
               MOVE "S" TO WS-ORD-DISPONIBLE
           END-IF
           OPEN INPUT HOLD-MASTER-FILE
           IF WS-EMB-STATUS = "00"
               MOVE "S" TO WS-EMB-DISPONIBLE
           END-IF
           OPEN INPUT CHEQUE-PENDING-FILE
           IF WS-CHQ-STATUS = "00"
               MOVE "S" TO WS-CHQ-DISPONIBLE
           END-IF
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-PLZ-STATUS = "00"
               MOVE "S" TO WS-PLZ-DISPONIBLE
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-PRE-STATUS = "00"
               MOVE "S" TO WS-PRE-DISPONIBLE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1.

      ******************************************************************
      * Every category opens with its heading and closes with its
      * count of cases, which is added to the blocking or the warning
      * total according to the category table.
      ******************************************************************
       INICIAR-CATEGORIA.
           MOVE 0 TO WS-CASOS-CATEGORIA
           MOVE WS-CATEGORIA TO ECA-NUMERO
           MOVE TCAT-DESCRIPCION (WS-CATEGORIA) TO ECA-DESCRIPCION
           IF CATEGORIA-BLOQUEANTE (WS-CATEGORIA)
               MOVE "(BLOQUEANTE)" TO ECA-SEVERIDAD
           ELSE
               MOVE "(AVISO)" TO ECA-SEVERIDAD
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-CATEGORIA.

       TERMINAR-CATEGORIA.
           MOVE WS-CASOS-CATEGORIA TO CAS-CASOS
           WRITE REPORT-LINE FROM WS-LINEA-CASOS
           IF CATEGORIA-BLOQUEANTE (WS-CATEGORIA)
               ADD WS-CASOS-CATEGORIA TO WS-CASOS-BLOQUEANTES
           ELSE
               ADD WS-CASOS-CATEGORIA TO WS-CASOS-AVISO
           END-IF.

       OMITIR-CATEGORIA.
           ADD 1 TO WS-CATEGORIAS-OMITIDAS
           MOVE WS-ARCHIVO-CONTROLADO TO OMI-ARCHIVO
           MOVE WS-ESTADO-OMITIDO TO OMI-ESTADO
           WRITE REPORT-LINE FROM WS-LINEA-OMITIDA.

       REGISTRAR-CASO.
           ADD 1 TO WS-CASOS-CATEGORIA
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

      ******************************************************************
      * Looks WS-CUENTA-BUSCADA up on the account master and leaves
      * whether it is missing, closed or on the books.
      ******************************************************************
       BUSCAR-CUENTA.
           MOVE WS-CUENTA-BUSCADA TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "I" TO WS-SITUACION-CUENTA
               NOT INVALID KEY
                   IF CUENTA-CERRADA
                       MOVE "C" TO WS-SITUACION-CUENTA
                   ELSE
                       MOVE "A" TO WS-SITUACION-CUENTA
                   END-IF
           END-READ.

       INFORMAR-SITUACION-CUENTA.
           MOVE "ACCTMAST" TO DET-DESTINO
           MOVE WS-CUENTA-BUSCADA TO DET-VALOR
           IF CUENTA-INEXISTENTE
               MOVE "CUENTA INEXISTENTE" TO DET-OBSERVACION
           ELSE
               MOVE "CUENTA CERRADA" TO DET-OBSERVACION
           END-IF
           PERFORM REGISTRAR-CASO.

      ******************************************************************
      * Categories 1 and 3 walk the account master: every account
      * must have its customer link, and every account still on the
      * books that names a product must name one PRODMAST knows. A
      * blank product is the default product by design.
      ******************************************************************
       CONTROLAR-CUENTAS.
           MOVE 1 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           IF VINCULOS-DISPONIBLES
               PERFORM RECORRER-CUENTAS
           ELSE
               MOVE "CTAXREF" TO WS-ARCHIVO-CONTROLADO
               MOVE WS-XRF-STATUS TO WS-ESTADO-OMITIDO
               PERFORM OMITIR-CATEGORIA
           END-IF
           PERFORM TERMINAR-CATEGORIA
           MOVE 3 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           IF PRODUCTOS-DISPONIBLES
               PERFORM RECORRER-CUENTAS
           ELSE
               MOVE "PRODMAST" TO WS-ARCHIVO-CONTROLADO
               MOVE WS-PROD-STATUS TO WS-ESTADO-OMITIDO
               PERFORM OMITIR-CATEGORIA
           END-IF
           PERFORM TERMINAR-CATEGORIA.

       RECORRER-CUENTAS.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SIGUIENTE-CUENTA
           END-IF
           PERFORM CONTROLAR-CUENTA
               UNTIL FIN-ARCHIVO.

       LEER-SIGUIENTE-CUENTA.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CONTROLAR-CUENTA.
           MOVE "ACCTMAST" TO DET-ARCHIVO
           MOVE ACCT-NUMBER TO DET-CLAVE
           IF WS-CATEGORIA = 1
               PERFORM CONTROLAR-VINCULO-CUENTA
           ELSE
               PERFORM CONTROLAR-PRODUCTO-CUENTA
           END-IF
           PERFORM LEER-SIGUIENTE-CUENTA.

       CONTROLAR-VINCULO-CUENTA.
           MOVE ACCT-NUMBER TO XRF-CUENTA
           READ XREF-FILE
               INVALID KEY
                   MOVE "CTAXREF" TO DET-DESTINO
                   MOVE ACCT-NUMBER TO DET-VALOR
                   MOVE "SIN VINCULO A TITULAR" TO DET-OBSERVACION
                   PERFORM REGISTRAR-CASO
           END-READ.

       CONTROLAR-PRODUCTO-CUENTA.
           IF NOT CUENTA-CERRADA
              AND ACCT-PRODUCTO NOT = SPACES
               MOVE ACCT-PRODUCTO TO PROD-CODIGO
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE "PRODMAST" TO DET-DESTINO
                       MOVE ACCT-PRODUCTO TO DET-VALOR
                       MOVE "PRODUCTO INEXISTENTE"
                           TO DET-OBSERVACION
                       PERFORM REGISTRAR-CASO
               END-READ
           END-IF.

      ******************************************************************
      * Category 2 walks CTAXREF: every link must name a customer
      * TITUMAST knows, or the certificates and the letters for the
      * account have nobody to go to.
      ******************************************************************
       CONTROLAR-VINCULOS.
           MOVE 2 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           IF VINCULOS-DISPONIBLES AND TITULARES-DISPONIBLES
               PERFORM RECORRER-VINCULOS
           ELSE
               IF VINCULOS-DISPONIBLES
                   MOVE "TITUMAST" TO WS-ARCHIVO-CONTROLADO
                   MOVE WS-TIT-STATUS TO WS-ESTADO-OMITIDO
               ELSE
                   MOVE "CTAXREF" TO WS-ARCHIVO-CONTROLADO
                   MOVE WS-XRF-STATUS TO WS-ESTADO-OMITIDO
               END-IF
               PERFORM OMITIR-CATEGORIA
           END-IF
           PERFORM TERMINAR-CATEGORIA.

       RECORRER-VINCULOS.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO XRF-CUENTA
           START XREF-FILE
               KEY IS NOT LESS THAN XRF-CUENTA
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SIGUIENTE-VINCULO
           END-IF
           PERFORM CONTROLAR-VINCULO
               UNTIL FIN-ARCHIVO.

       LEER-SIGUIENTE-VINCULO.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CONTROLAR-VINCULO.
           MOVE XRF-TITULAR TO TIT-NUMERO
           READ CUSTOMER-ID-FILE
               INVALID KEY
                   MOVE "CTAXREF" TO DET-ARCHIVO
                   MOVE XRF-CUENTA TO DET-CLAVE
                   MOVE "TITUMAST" TO DET-DESTINO
                   MOVE XRF-TITULAR TO DET-VALOR
                   MOVE "TITULAR INEXISTENTE" TO DET-OBSERVACION
                   PERFORM REGISTRAR-CASO
           END-READ
           PERFORM LEER-SIGUIENTE-VINCULO.

      ******************************************************************
      * Categories 4 and 5 walk the active standing orders: the debit
      * account must be on the books and so must the beneficiary of
      * an order paid to an internal account. The posting job rejects
      * either order every night; this is where somebody sees why.
      ******************************************************************
       CONTROLAR-ORDENES.
           MOVE 4 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           PERFORM RECORRER-O-OMITIR-ORDENES
           PERFORM TERMINAR-CATEGORIA
           MOVE 5 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           PERFORM RECORRER-O-OMITIR-ORDENES
           PERFORM TERMINAR-CATEGORIA.

       RECORRER-O-OMITIR-ORDENES.
           IF ORDENES-DISPONIBLES
               PERFORM RECORRER-ORDENES
           ELSE
               MOVE "ORDEMAST" TO WS-ARCHIVO-CONTROLADO
               MOVE WS-ORD-STATUS TO WS-ESTADO-OMITIDO
               PERFORM OMITIR-CATEGORIA
           END-IF.

       RECORRER-ORDENES.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO ORD-NUMERO
           START ORDER-MASTER-FILE
               KEY IS NOT LESS THAN ORD-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SIGUIENTE-ORDEN
           END-IF
           PERFORM CONTROLAR-ORDEN
               UNTIL FIN-ARCHIVO.

       LEER-SIGUIENTE-ORDEN.
           READ ORDER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CONTROLAR-ORDEN.
           IF ORDEN-ACTIVA
               MOVE "ORDEMAST" TO DET-ARCHIVO
               MOVE ORD-NUMERO TO DET-CLAVE
               IF WS-CATEGORIA = 4
                   MOVE ORD-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM CONTROLAR-CUENTA-APUNTADA
               ELSE
                   IF BENEF-INTERNO
                       MOVE ORD-CTA-BENEF TO WS-CUENTA-BUSCADA
                       PERFORM CONTROLAR-CUENTA-APUNTADA
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-ORDEN.

       CONTROLAR-CUENTA-APUNTADA.
           PERFORM BUSCAR-CUENTA
           IF NOT CUENTA-EN-ALTA
               PERFORM INFORMAR-SITUACION-CUENTA
           END-IF.

      ******************************************************************
      * Category 6: a vigente hold on an account that is closed or no
      * longer exists contradicts the closure, which refuses to close
      * an account under a hold.
      ******************************************************************
       CONTROLAR-EMBARGOS.
           MOVE 6 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           IF EMBARGOS-DISPONIBLES
               PERFORM RECORRER-EMBARGOS
           ELSE
               MOVE "EMBARGOS" TO WS-ARCHIVO-CONTROLADO
               MOVE WS-EMB-STATUS TO WS-ESTADO-OMITIDO
               PERFORM OMITIR-CATEGORIA
           END-IF
           PERFORM TERMINAR-CATEGORIA.

       RECORRER-EMBARGOS.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO EMB-CUENTA
           START HOLD-MASTER-FILE
               KEY IS NOT LESS THAN EMB-CUENTA
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SIGUIENTE-EMBARGO
           END-IF
           PERFORM CONTROLAR-EMBARGO
               UNTIL FIN-ARCHIVO.

       LEER-SIGUIENTE-EMBARGO.
           READ HOLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CONTROLAR-EMBARGO.
           IF EMBARGO-VIGENTE
               MOVE "EMBARGOS" TO DET-ARCHIVO
               MOVE EMB-CUENTA TO DET-CLAVE
               MOVE EMB-CUENTA TO WS-CUENTA-BUSCADA
               PERFORM CONTROLAR-CUENTA-APUNTADA
           END-IF
           PERFORM LEER-SIGUIENTE-EMBARGO.

      ******************************************************************
      * Category 7: an unreleased cheque whose account is not on the
      * master holds funds that belong to nobody; the release job
      * would fail it tonight and the pending audit would stop the chain
      * after the postings, so it blocks here, before them.
      ******************************************************************
       CONTROLAR-CHEQUES.
           MOVE 7 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           IF CHEQUES-DISPONIBLES
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM LEER-CHEQUE
               PERFORM CONTROLAR-CHEQUE
                   UNTIL FIN-ARCHIVO
           ELSE
               MOVE "CHEQPEND" TO WS-ARCHIVO-CONTROLADO
               MOVE WS-CHQ-STATUS TO WS-ESTADO-OMITIDO
               PERFORM OMITIR-CATEGORIA
           END-IF
           PERFORM TERMINAR-CATEGORIA.

       LEER-CHEQUE.
           READ CHEQUE-PENDING-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CONTROLAR-CHEQUE.
           IF CHQ-ESTADO = "P"
               MOVE CHQ-CUENTA TO WS-CUENTA-BUSCADA
               PERFORM BUSCAR-CUENTA
               IF CUENTA-INEXISTENTE
                   MOVE "CHEQPEND" TO DET-ARCHIVO
                   MOVE CHQ-FECHA-DEPOSITO TO DET-CLAVE
                   PERFORM INFORMAR-SITUACION-CUENTA
               END-IF
           END-IF
           PERFORM LEER-CHEQUE.

      ******************************************************************
      * Categories 8 and 9: a vigente fixed-term deposit or loan must
      * live on an account still on the books - the maturity has to
      * be paid into it and the installment collected from it.
      ******************************************************************
       CONTROLAR-PLAZOS.
           MOVE 8 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           IF PLAZOS-DISPONIBLES
               PERFORM RECORRER-PLAZOS
           ELSE
               MOVE "PLAZMAST" TO WS-ARCHIVO-CONTROLADO
               MOVE WS-PLZ-STATUS TO WS-ESTADO-OMITIDO
               PERFORM OMITIR-CATEGORIA
           END-IF
           PERFORM TERMINAR-CATEGORIA.

       RECORRER-PLAZOS.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO PLZ-CERTIFICADO
           START TERM-DEPOSIT-FILE
               KEY IS NOT LESS THAN PLZ-CERTIFICADO
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SIGUIENTE-PLAZO
           END-IF
           PERFORM CONTROLAR-PLAZO
               UNTIL FIN-ARCHIVO.

       LEER-SIGUIENTE-PLAZO.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CONTROLAR-PLAZO.
           IF PLAZO-VIGENTE
               MOVE "PLAZMAST" TO DET-ARCHIVO
               MOVE PLZ-CERTIFICADO TO DET-CLAVE
               MOVE PLZ-CUENTA TO WS-CUENTA-BUSCADA
               PERFORM CONTROLAR-CUENTA-APUNTADA
           END-IF
           PERFORM LEER-SIGUIENTE-PLAZO.

       CONTROLAR-PRESTAMOS.
           MOVE 9 TO WS-CATEGORIA
           PERFORM INICIAR-CATEGORIA
           IF PRESTAMOS-DISPONIBLES
               PERFORM RECORRER-PRESTAMOS
           ELSE
               MOVE "PRESMAST" TO WS-ARCHIVO-CONTROLADO
               MOVE WS-PRE-STATUS TO WS-ESTADO-OMITIDO
               PERFORM OMITIR-CATEGORIA
           END-IF
           PERFORM TERMINAR-CATEGORIA.

       RECORRER-PRESTAMOS.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO PRE-NUMERO
           START LOAN-MASTER-FILE
               KEY IS NOT LESS THAN PRE-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SIGUIENTE-PRESTAMO
           END-IF
           PERFORM CONTROLAR-PRESTAMO
               UNTIL FIN-ARCHIVO.

       LEER-SIGUIENTE-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CONTROLAR-PRESTAMO.
           IF PRESTAMO-VIGENTE
               MOVE "PRESMAST" TO DET-ARCHIVO
               MOVE PRE-NUMERO TO DET-CLAVE
               MOVE PRE-CUENTA TO WS-CUENTA-BUSCADA
               PERFORM CONTROLAR-CUENTA-APUNTADA
           END-IF
           PERFORM LEER-SIGUIENTE-PRESTAMO.

       ESCRIBIR-RESUMEN.
           MOVE WS-CASOS-BLOQUEANTES TO RES-BLOQUEANTES
           MOVE WS-CASOS-AVISO TO RES-AVISOS
           MOVE WS-CATEGORIAS-OMITIDAS TO RES-OMITIDAS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN.

       CERRAR-ARCHIVOS.
           CLOSE ACCOUNT-MASTER-FILE
           IF PRODUCTOS-DISPONIBLES
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           IF VINCULOS-DISPONIBLES
               CLOSE XREF-FILE
           END-IF
           IF TITULARES-DISPONIBLES
               CLOSE CUSTOMER-ID-FILE
           END-IF
           IF ORDENES-DISPONIBLES
               CLOSE ORDER-MASTER-FILE
           END-IF
           IF EMBARGOS-DISPONIBLES
               CLOSE HOLD-MASTER-FILE
           END-IF
           IF CHEQUES-DISPONIBLES
               CLOSE CHEQUE-PENDING-FILE
           END-IF
           IF PLAZOS-DISPONIBLES
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF PRESTAMOS-DISPONIBLES
               CLOSE LOAN-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM INTEGRIDAD-MAESTROS.
