      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Year-end interest and tax-withholding certificates.
      *          Reads the requested year's history, from the
      *          partitions the HISTCAT catalog lists for the year and
      *          then the live TRANSHIST, keeps the interest credited
      *          (INTERES, and PF-INT paid at a fixed-term maturity),
      *          the tax withheld on it (IMPUESTO) and the interest
      *          charged (INT-DEB on overdrawn balances, PR-INT with a
      *          loan installment), and groups them by the customer
      *          that owns each account in CTAXREF. One certificate
      *          per customer goes to CERTIFIC, with the customer's
      *          identity from TITUMAST and, for each account, the
      *          gross interest, the tax withheld, the net interest
      *          and the interest charged. The summary CERTRES
      *          reconciles the tax certified with the year's
      *          IMPUESTO entries and with the remittances recorded
      *          in REMEREG, and lists the accounts that could not be
      *          certified because no customer owns them; any
      *          difference leaves the job with return code 2.
      * Modification History:
      *   15/10/2026 BT  Add a batch mode for the year-end cycle of
      *                  the nightly chain: when CERTPRM is present
      *                  the year to certify (AA) is read from it and
      *                  validated, and a bad parameter ends the run
      *                  with RETURN-CODE 8; without the file the
      *                  year is still asked for interactively.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-INTERESES.
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
           SELECT REMITTANCE-REGISTER-FILE ASSIGN TO "REMEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
           SELECT SORTED-INTEREST-FILE ASSIGN TO "CERTSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK11".
           SELECT CERTIFICATE-FILE ASSIGN TO "CERTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "CERTRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "CERTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05  HIST-DATE              PIC 9(06).
           05  FILLER                 PIC X(10).
           05  HIST-ACCOUNT           PIC X(06).
           05  FILLER                 PIC X(01).
           05  HIST-TIPO              PIC X(08).
           05  FILLER                 PIC X(01).
           05  HIST-IMPORTE           PIC S9(06)V99.
           05  FILLER                 PIC X(39).

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
       01  PARTITION-RECORD.
           05  PRT-DATE               PIC 9(06).
           05  FILLER                 PIC X(10).
           05  PRT-ACCOUNT            PIC X(06).
           05  FILLER                 PIC X(01).
           05  PRT-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  PRT-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(39).

       FD  XREF-FILE.
           COPY XREFCTA.

       FD  CUSTOMER-ID-FILE.
           COPY TITULAR.

       FD  REMITTANCE-REGISTER-FILE.
           COPY REMESA.

       FD  SORTED-INTEREST-FILE.
       01  SORTED-RECORD.
           05  SRT-TITULAR            PIC X(06).
           05  SRT-CUENTA             PIC X(06).
           05  SRT-TIPO               PIC X(08).
           05  SRT-IMPORTE            PIC S9(06)V99.

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-TITULAR             PIC X(06).
           05  SW-CUENTA              PIC X(06).
           05  SW-TIPO                PIC X(08).
           05  SW-IMPORTE             PIC S9(06)V99.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE           PIC X(80).

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE               PIC X(80).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-ANIO-X             PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(02).
       01 WS-CAT-STATUS PIC X(02).
       01 WS-PART-STATUS PIC X(02).
       01 WS-XRF-STATUS PIC X(02).
       01 WS-TIT-STATUS PIC X(02).
       01 WS-REM-STATUS PIC X(02).
       01 WS-SORTED-STATUS PIC X(02).
       01 WS-CERT-STATUS PIC X(02).
       01 WS-RES-STATUS PIC X(02).
       01 WS-PRM-STATUS PIC X(02).
       01 WS-PARAMETROS-MALOS PIC X(01) VALUE "N".
           88 PARAMETROS-INVALIDOS VALUE "S".
       01 WS-NOMBRE-PARTICION PIC X(08).
       01 WS-FIN-CATALOGO PIC X(01) VALUE "N".
           88 FIN-CATALOGO VALUE "S".
       01 WS-FIN-PARTICION PIC X(01) VALUE "N".
           88 FIN-PARTICION VALUE "S".
       01 WS-FIN-HISTORIA PIC X(01) VALUE "N".
           88 FIN-HISTORIA VALUE "S".
       01 WS-FIN-ORDENADO PIC X(01) VALUE "N".
           88 FIN-ORDENADO VALUE "S".
       01 WS-FIN-REMESAS PIC X(01) VALUE "N".
           88 FIN-REMESAS VALUE "S".
       01 WS-HAY-XREF PIC X(01) VALUE "N".
           88 HAY-XREF VALUE "S".
       01 WS-HAY-TITULARES PIC X(01) VALUE "N".
           88 HAY-TITULARES VALUE "S".
       01 WS-TITULAR-HALLADO PIC X(01).
           88 TITULAR-HALLADO VALUE "S".
       01 WS-ANIO-PEDIDO PIC 9(02).
       01 WS-ANIO-REGISTRO PIC 9(02).
       01 WS-FECHA-DESDE PIC 9(06).
       01 WS-FECHA-HASTA PIC 9(06).
       01 WS-FECHA-HOY PIC 9(06).

      ******************************************************************
      * One history entry on its way to the sort, taken from either
      * the live archive or a partition.
      ******************************************************************
       01 WS-MOVIMIENTO.
           05  MOV-FECHA              PIC 9(06).
           05  MOV-CUENTA             PIC X(06).
           05  MOV-TIPO               PIC X(08).
               88  MOV-INTERES        VALUES "INTERES" "PF-INT".
               88  MOV-IMPUESTO       VALUE "IMPUESTO".
               88  MOV-INT-DEUDOR     VALUES "INT-DEB" "PR-INT".
           05  MOV-IMPORTE            PIC S9(06)V99.

       01 WS-TITULAR-ACTUAL PIC X(06).
       01 WS-CUENTA-ACTUAL PIC X(06).
       01 WS-CTA-INTERES PIC S9(09)V99.
       01 WS-CTA-IMPUESTO PIC S9(09)V99.
       01 WS-CTA-NETO PIC S9(09)V99.
       01 WS-CTA-INT-DEUDOR PIC S9(09)V99.
       01 WS-CLI-INTERES PIC S9(09)V99.
       01 WS-CLI-IMPUESTO PIC S9(09)V99.
       01 WS-CLI-NETO PIC S9(09)V99.
       01 WS-CLI-INT-DEUDOR PIC S9(09)V99.

       01 WS-IMPUESTO-HISTORIA PIC S9(11)V99 VALUE 0.
       01 WS-IMPUESTO-CERTIFICADO PIC S9(11)V99 VALUE 0.
       01 WS-IMPUESTO-SIN-TITULAR PIC S9(11)V99 VALUE 0.
       01 WS-IMPUESTO-REMESADO PIC S9(11)V99 VALUE 0.
       01 WS-DIFERENCIA PIC S9(11)V99 VALUE 0.
       01 WS-CERTIFICADOS PIC 9(07) VALUE 0.
       01 WS-CUENTAS-CERTIFICADAS PIC 9(07) VALUE 0.
       01 WS-CUENTAS-SIN-TITULAR PIC 9(07) VALUE 0.
       01 WS-CONCILIADO PIC X(01) VALUE "S".
           88 CERTIFICADOS-CONCILIADOS VALUE "S".

      ******************************************************************
      * Remittances recorded for ranges inside the requested year. A
      * range run more than once keeps only its latest figure.
      ******************************************************************
       01 WS-REMESAS-MAX PIC 9(03) VALUE 100.
       01 WS-REMESAS-COUNT PIC 9(03) VALUE 0.
       01 WS-REM-IDX PIC 9(03).
       01 WS-REM-POS PIC 9(03).
       01 TABLA-REMESAS.
           05 REMESA-ENTRADA OCCURS 100 TIMES.
               10 TRM-DESDE           PIC 9(06).
               10 TRM-HASTA           PIC 9(06).
               10 TRM-EMISION         PIC 9(06).
               10 TRM-RETENCIONES     PIC 9(07).
               10 TRM-TOTAL           PIC S9(09)V99.

       01 WS-CER-ENCABEZADO-1.
           05  FILLER                 PIC X(50) VALUE
               "CERTIFICADO DE INTERESES Y RETENCIONES  EJERCICIO ".
           05  CEN-ANIO               PIC 9(02).
           05  FILLER                 PIC X(10) VALUE "  EMITIDO ".
           05  CEN-FECHA              PIC 9(06).
       01 WS-CER-CLIENTE.
           05  FILLER                 PIC X(11) VALUE "CLIENTE:   ".
           05  CCL-NUMERO             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CCL-NOMBRE             PIC X(30).
       01 WS-CER-DOCUMENTO.
           05  FILLER                 PIC X(11) VALUE "DOCUMENTO: ".
           05  CDO-DOCUMENTO          PIC X(11).
       01 WS-CER-DOMICILIO.
           05  FILLER                 PIC X(11) VALUE "DOMICILIO: ".
           05  CDM-DIRECCION          PIC X(40).
       01 WS-CER-ENCABEZADO-2.
           05  FILLER                 PIC X(40) VALUE
               "CUENTA    INTERES BRUTO       RETENCION ".
           05  FILLER                 PIC X(40) VALUE
               "   INTERES NETO INTERES COBRADO".
       01 WS-CER-DETALLE.
           05  CDE-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CDE-INTERES            PIC -(11)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CDE-IMPUESTO           PIC -(11)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CDE-NETO               PIC -(11)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CDE-INT-DEUDOR         PIC -(11)9.99.
       01 WS-CER-LEYENDA.
           05  FILLER                 PIC X(40) VALUE
               "SE CERTIFICAN LOS INTERESES ACREDITADOS ".
           05  FILLER                 PIC X(40) VALUE
               "Y EL IMPUESTO RETENIDO EN EL EJERCICIO. ".

       01 WS-RES-ENCABEZADO.
           05  FILLER                 PIC X(52) VALUE
               "CONCILIACION DE CERTIFICADOS DE INTERESES EJERCICIO ".
           05  REN-ANIO               PIC 9(02).
           05  FILLER                 PIC X(06) VALUE "  DIA ".
           05  REN-FECHA              PIC 9(06).
       01 WS-RES-SECCION.
           05  RSE-TITULO             PIC X(60).
       01 WS-RES-CUENTA.
           05  RCU-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RCU-TITULAR            PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RCU-INTERES            PIC -(11)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RCU-IMPUESTO           PIC -(11)9.99.
       01 WS-RES-REMESA.
           05  RRM-DESDE              PIC 9(06).
           05  FILLER                 PIC X(03) VALUE " A ".
           05  RRM-HASTA              PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RRM-EMISION            PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RRM-RETENCIONES        PIC Z(06)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RRM-TOTAL              PIC -(11)9.99.
       01 WS-RES-TOTAL.
           05  RTO-DESCRIPCION        PIC X(44).
           05  RTO-IMPORTE            PIC -(11)9.99.
       01 WS-RES-CANTIDAD.
           05  RCA-DESCRIPCION        PIC X(44).
           05  RCA-CANTIDAD           PIC Z(06)9.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM OBTENER-PARAMETROS
           IF PARAMETROS-INVALIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FECHA-DESDE = WS-ANIO-PEDIDO * 10000 + 101
           COMPUTE WS-FECHA-HASTA = WS-ANIO-PEDIDO * 10000 + 1231
           PERFORM ABRIR-MAESTROS
           PERFORM ORDENAR-INTERESES
           PERFORM CARGAR-REMESAS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO-RESUMEN
           MOVE "N" TO WS-FIN-ORDENADO
           PERFORM LEER-ORDENADO
           PERFORM PROCESAR-TITULAR
               UNTIL FIN-ORDENADO
           PERFORM CONCILIAR
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "CERTIFICADOS: EMITIDOS " WS-CERTIFICADOS
               " CUENTAS SIN TITULAR " WS-CUENTAS-SIN-TITULAR
           IF NOT CERTIFICADOS-CONCILIADOS
               DISPLAY "CERTIFICADOS: EL IMPUESTO CERTIFICADO NO "
                   "CONCILIA; VER CERTRES"
               MOVE 2 TO RETURN-CODE
           END-IF
           STOP RUN.

       OBTENER-PARAMETROS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS = "00"
               PERFORM LEER-PARAMETROS-LOTE
               CLOSE PARAMETER-FILE
           ELSE
               PERFORM PEDIR-ANIO
           END-IF.

       LEER-PARAMETROS-LOTE.
           READ PARAMETER-FILE
               AT END
                   MOVE "S" TO WS-PARAMETROS-MALOS
                   DISPLAY "CERTPRM VACIO: SIN PARAMETROS."
           END-READ
           IF NOT PARAMETROS-INVALIDOS
               IF PRM-ANIO-X IS NOT NUMERIC
                   MOVE "S" TO WS-PARAMETROS-MALOS
                   DISPLAY "CERTPRM INVALIDO: EJERCICIO NO "
                       "NUMERICO: " PARAMETER-RECORD
               ELSE
                   MOVE PRM-ANIO-X TO WS-ANIO-PEDIDO
               END-IF
           END-IF.

       PEDIR-ANIO.
           DISPLAY "Ejercicio a certificar (AA): "
           ACCEPT WS-ANIO-PEDIDO.

      ******************************************************************
      * The cross-reference is needed to group by customer while the
      * history is sorted; without it there is nothing to certify.
      ******************************************************************
       ABRIR-MAESTROS.
           OPEN INPUT XREF-FILE
           IF WS-XRF-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LA REFERENCIA CRUZADA: "
                   WS-XRF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-ID-FILE
           IF WS-TIT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL MAESTRO DE TITULARES: "
                   WS-TIT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Only the year's interest, tax and debit-interest entries go
      * through the sort, each tagged with the customer that owns the
      * account; an account nobody owns sorts under a blank customer.
      ******************************************************************
       ORDENAR-INTERESES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TITULAR
               ON ASCENDING KEY SW-CUENTA
               INPUT PROCEDURE IS FILTRAR-EJERCICIO
               GIVING SORTED-INTEREST-FILE.

       FILTRAR-EJERCICIO.
           PERFORM RECORRER-PARTICIONES
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "SIN HISTORIA DE TRANSACCIONES (TRANSHIST)."
           ELSE
               MOVE "N" TO WS-FIN-HISTORIA
               PERFORM LEER-HISTORIA
               PERFORM LIBERAR-DE-HISTORIA
                   UNTIL FIN-HISTORIA
               CLOSE HISTORY-FILE
           END-IF.

      ******************************************************************
      * Only the partitions of the requested year are opened; a
      * rolled-off month lives only in its partition, so nothing is
      * ever counted twice.
      ******************************************************************
       RECORRER-PARTICIONES.
           MOVE "N" TO WS-FIN-CATALOGO
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = "00"
               PERFORM LEER-CATALOGO
               PERFORM EVALUAR-PARTICION
                   UNTIL FIN-CATALOGO
               CLOSE CATALOG-FILE
           END-IF.

       LEER-CATALOGO.
           READ CATALOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-CATALOGO
           END-READ.

       EVALUAR-PARTICION.
           DIVIDE CAT-PERIODO BY 100 GIVING WS-ANIO-REGISTRO
           IF WS-ANIO-REGISTRO = WS-ANIO-PEDIDO
               MOVE CAT-ARCHIVO TO WS-NOMBRE-PARTICION
               PERFORM FILTRAR-UNA-PARTICION
           END-IF
           PERFORM LEER-CATALOGO.

       FILTRAR-UNA-PARTICION.
           MOVE "N" TO WS-FIN-PARTICION
           OPEN INPUT PARTITION-FILE
           IF WS-PART-STATUS NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ABRIR LA PARTICION "
                   WS-NOMBRE-PARTICION ": " WS-PART-STATUS
           ELSE
               PERFORM LEER-PARTICION
               PERFORM LIBERAR-DE-PARTICION
                   UNTIL FIN-PARTICION
               CLOSE PARTITION-FILE
           END-IF.

       LEER-PARTICION.
           READ PARTITION-FILE
               AT END
                   MOVE "S" TO WS-FIN-PARTICION
           END-READ.

       LIBERAR-DE-PARTICION.
           MOVE PRT-DATE TO MOV-FECHA
           MOVE PRT-ACCOUNT TO MOV-CUENTA
           MOVE PRT-TIPO TO MOV-TIPO
           MOVE PRT-IMPORTE TO MOV-IMPORTE
           PERFORM LIBERAR-MOVIMIENTO
           PERFORM LEER-PARTICION.

       LEER-HISTORIA.
           READ HISTORY-FILE
               AT END
                   MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       LIBERAR-DE-HISTORIA.
           MOVE HIST-DATE TO MOV-FECHA
           MOVE HIST-ACCOUNT TO MOV-CUENTA
           MOVE HIST-TIPO TO MOV-TIPO
           MOVE HIST-IMPORTE TO MOV-IMPORTE
           PERFORM LIBERAR-MOVIMIENTO
           PERFORM LEER-HISTORIA.

       LIBERAR-MOVIMIENTO.
           IF (MOV-INTERES OR MOV-IMPUESTO OR MOV-INT-DEUDOR)
              AND MOV-FECHA NOT < WS-FECHA-DESDE
              AND MOV-FECHA NOT > WS-FECHA-HASTA
               IF MOV-IMPUESTO
                   ADD MOV-IMPORTE TO WS-IMPUESTO-HISTORIA
               END-IF
               MOVE SPACES TO SW-RECORD
               MOVE MOV-CUENTA TO XRF-CUENTA
               READ XREF-FILE
                   INVALID KEY
                       MOVE SPACES TO SW-TITULAR
                   NOT INVALID KEY
                       MOVE XRF-TITULAR TO SW-TITULAR
               END-READ
               MOVE MOV-CUENTA TO SW-CUENTA
               MOVE MOV-TIPO TO SW-TIPO
               MOVE MOV-IMPORTE TO SW-IMPORTE
               RELEASE SW-RECORD
           END-IF.

      ******************************************************************
      * Remittances whose whole range falls inside the year. A range
      * that straddles the year end is left out, and shows up as a
      * difference to be explained.
      ******************************************************************
       CARGAR-REMESAS.
           OPEN INPUT REMITTANCE-REGISTER-FILE
           IF WS-REM-STATUS = "00"
               MOVE "N" TO WS-FIN-REMESAS
               PERFORM LEER-REMESA
               PERFORM GUARDAR-REMESA
                   UNTIL FIN-REMESAS
               CLOSE REMITTANCE-REGISTER-FILE
           END-IF.

       LEER-REMESA.
           READ REMITTANCE-REGISTER-FILE
               AT END
                   MOVE "S" TO WS-FIN-REMESAS
           END-READ.

       GUARDAR-REMESA.
           IF REM-FECHA-DESDE IS NUMERIC
              AND REM-FECHA-HASTA IS NUMERIC
              AND REM-TOTAL IS NUMERIC
              AND REM-FECHA-DESDE NOT < WS-FECHA-DESDE
              AND REM-FECHA-HASTA NOT > WS-FECHA-HASTA
               MOVE 0 TO WS-REM-POS
               MOVE 1 TO WS-REM-IDX
               PERFORM BUSCAR-REMESA
                   UNTIL WS-REM-IDX > WS-REMESAS-COUNT
               IF WS-REM-POS = 0
                  AND WS-REMESAS-COUNT < WS-REMESAS-MAX
                   ADD 1 TO WS-REMESAS-COUNT
                   MOVE WS-REMESAS-COUNT TO WS-REM-POS
               END-IF
               IF WS-REM-POS > 0
                   MOVE REM-FECHA-DESDE TO TRM-DESDE (WS-REM-POS)
                   MOVE REM-FECHA-HASTA TO TRM-HASTA (WS-REM-POS)
                   MOVE REM-FECHA-EMISION TO TRM-EMISION (WS-REM-POS)
                   MOVE REM-RETENCIONES TO
                       TRM-RETENCIONES (WS-REM-POS)
                   MOVE REM-TOTAL TO TRM-TOTAL (WS-REM-POS)
               END-IF
           END-IF
           PERFORM LEER-REMESA.

       BUSCAR-REMESA.
           IF TRM-DESDE (WS-REM-IDX) = REM-FECHA-DESDE
              AND TRM-HASTA (WS-REM-IDX) = REM-FECHA-HASTA
               MOVE WS-REM-IDX TO WS-REM-POS
           END-IF
           ADD 1 TO WS-REM-IDX.

       ABRIR-ARCHIVOS.
           OPEN INPUT SORTED-INTEREST-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO ORDENADO: "
                   WS-SORTED-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CERTIFICATE-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LOS CERTIFICADOS: "
                   WS-CERT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUMMARY-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL RESUMEN: " WS-RES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-ENCABEZADO-RESUMEN.
           MOVE WS-ANIO-PEDIDO TO REN-ANIO
           MOVE WS-FECHA-HOY TO REN-FECHA
           WRITE SUMMARY-LINE FROM WS-RES-ENCABEZADO
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "CUENTAS SIN TITULAR (NO CERTIFICADAS)" TO RSE-TITULO
           WRITE SUMMARY-LINE FROM WS-RES-SECCION.

       LEER-ORDENADO.
           READ SORTED-INTEREST-FILE
               AT END
                   MOVE "S" TO WS-FIN-ORDENADO
           END-READ.

      ******************************************************************
      * One certificate per customer. Accounts with no owner in
      * CTAXREF, or whose owner is missing from TITUMAST, are not
      * certified; they are listed on the summary instead.
      ******************************************************************
       PROCESAR-TITULAR.
           MOVE SRT-TITULAR TO WS-TITULAR-ACTUAL
           PERFORM BUSCAR-IDENTIDAD
           MOVE 0 TO WS-CLI-INTERES
           MOVE 0 TO WS-CLI-IMPUESTO
           MOVE 0 TO WS-CLI-NETO
           MOVE 0 TO WS-CLI-INT-DEUDOR
           IF TITULAR-HALLADO
               PERFORM ENCABEZAR-CERTIFICADO
           END-IF
           PERFORM PROCESAR-CUENTA
               UNTIL FIN-ORDENADO
                  OR SRT-TITULAR NOT = WS-TITULAR-ACTUAL
           IF TITULAR-HALLADO
               PERFORM CERRAR-CERTIFICADO
           END-IF.

       BUSCAR-IDENTIDAD.
           MOVE "N" TO WS-TITULAR-HALLADO
           IF WS-TITULAR-ACTUAL NOT = SPACES
               MOVE WS-TITULAR-ACTUAL TO TIT-NUMERO
               READ CUSTOMER-ID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-TITULAR-HALLADO
               END-READ
           END-IF.

       ENCABEZAR-CERTIFICADO.
           MOVE WS-ANIO-PEDIDO TO CEN-ANIO
           MOVE WS-FECHA-HOY TO CEN-FECHA
           WRITE CERTIFICATE-LINE FROM WS-CER-ENCABEZADO-1
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE TIT-NUMERO TO CCL-NUMERO
           MOVE TIT-NOMBRE TO CCL-NOMBRE
           WRITE CERTIFICATE-LINE FROM WS-CER-CLIENTE
           MOVE TIT-DOCUMENTO TO CDO-DOCUMENTO
           WRITE CERTIFICATE-LINE FROM WS-CER-DOCUMENTO
           MOVE TIT-DIRECCION TO CDM-DIRECCION
           WRITE CERTIFICATE-LINE FROM WS-CER-DOMICILIO
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE FROM WS-CER-ENCABEZADO-2.

       PROCESAR-CUENTA.
           MOVE SRT-CUENTA TO WS-CUENTA-ACTUAL
           MOVE 0 TO WS-CTA-INTERES
           MOVE 0 TO WS-CTA-IMPUESTO
           MOVE 0 TO WS-CTA-INT-DEUDOR
           PERFORM ACUMULAR-MOVIMIENTO
               UNTIL FIN-ORDENADO
                  OR SRT-TITULAR NOT = WS-TITULAR-ACTUAL
                  OR SRT-CUENTA NOT = WS-CUENTA-ACTUAL
           COMPUTE WS-CTA-NETO = WS-CTA-INTERES - WS-CTA-IMPUESTO
           IF TITULAR-HALLADO
               PERFORM CERTIFICAR-CUENTA
           ELSE
               PERFORM LISTAR-SIN-TITULAR
           END-IF.

       ACUMULAR-MOVIMIENTO.
           MOVE SRT-TIPO TO MOV-TIPO
           EVALUATE TRUE
               WHEN MOV-INTERES
                   ADD SRT-IMPORTE TO WS-CTA-INTERES
               WHEN MOV-IMPUESTO
                   ADD SRT-IMPORTE TO WS-CTA-IMPUESTO
               WHEN MOV-INT-DEUDOR
                   ADD SRT-IMPORTE TO WS-CTA-INT-DEUDOR
           END-EVALUATE
           PERFORM LEER-ORDENADO.

       CERTIFICAR-CUENTA.
           ADD 1 TO WS-CUENTAS-CERTIFICADAS
           ADD WS-CTA-INTERES TO WS-CLI-INTERES
           ADD WS-CTA-IMPUESTO TO WS-CLI-IMPUESTO
           ADD WS-CTA-NETO TO WS-CLI-NETO
           ADD WS-CTA-INT-DEUDOR TO WS-CLI-INT-DEUDOR
           ADD WS-CTA-IMPUESTO TO WS-IMPUESTO-CERTIFICADO
           MOVE WS-CUENTA-ACTUAL TO CDE-CUENTA
           MOVE WS-CTA-INTERES TO CDE-INTERES
           MOVE WS-CTA-IMPUESTO TO CDE-IMPUESTO
           MOVE WS-CTA-NETO TO CDE-NETO
           MOVE WS-CTA-INT-DEUDOR TO CDE-INT-DEUDOR
           WRITE CERTIFICATE-LINE FROM WS-CER-DETALLE.

       LISTAR-SIN-TITULAR.
           ADD 1 TO WS-CUENTAS-SIN-TITULAR
           ADD WS-CTA-IMPUESTO TO WS-IMPUESTO-SIN-TITULAR
           MOVE WS-CUENTA-ACTUAL TO RCU-CUENTA
           MOVE WS-TITULAR-ACTUAL TO RCU-TITULAR
           MOVE WS-CTA-INTERES TO RCU-INTERES
           MOVE WS-CTA-IMPUESTO TO RCU-IMPUESTO
           WRITE SUMMARY-LINE FROM WS-RES-CUENTA.

       CERRAR-CERTIFICADO.
           ADD 1 TO WS-CERTIFICADOS
           MOVE "TOTAL " TO CDE-CUENTA
           MOVE WS-CLI-INTERES TO CDE-INTERES
           MOVE WS-CLI-IMPUESTO TO CDE-IMPUESTO
           MOVE WS-CLI-NETO TO CDE-NETO
           MOVE WS-CLI-INT-DEUDOR TO CDE-INT-DEUDOR
           WRITE CERTIFICATE-LINE FROM WS-CER-DETALLE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE FROM WS-CER-LEYENDA
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

      ******************************************************************
      * Every IMPUESTO entry of the year is either on a certificate or
      * on an account without owner, and the year's entries must agree
      * with what was remitted to the authority.
      ******************************************************************
       CONCILIAR.
           MOVE 0 TO WS-IMPUESTO-REMESADO
           MOVE 1 TO WS-REM-IDX
           PERFORM SUMAR-REMESA
               UNTIL WS-REM-IDX > WS-REMESAS-COUNT
           COMPUTE WS-DIFERENCIA =
               WS-IMPUESTO-REMESADO - WS-IMPUESTO-CERTIFICADO
           IF WS-DIFERENCIA NOT = 0
              OR WS-IMPUESTO-SIN-TITULAR NOT = 0
              OR WS-IMPUESTO-HISTORIA NOT =
                 WS-IMPUESTO-CERTIFICADO + WS-IMPUESTO-SIN-TITULAR
               MOVE "N" TO WS-CONCILIADO
           END-IF.

       SUMAR-REMESA.
           ADD TRM-TOTAL (WS-REM-IDX) TO WS-IMPUESTO-REMESADO
           ADD 1 TO WS-REM-IDX.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "REMESAS DEL EJERCICIO (DESDE A HASTA, EMISION)" TO
               RSE-TITULO
           WRITE SUMMARY-LINE FROM WS-RES-SECCION
           MOVE 1 TO WS-REM-IDX
           PERFORM ESCRIBIR-LINEA-REMESA
               UNTIL WS-REM-IDX > WS-REMESAS-COUNT
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "CONCILIACION DEL IMPUESTO RETENIDO" TO RSE-TITULO
           WRITE SUMMARY-LINE FROM WS-RES-SECCION
           MOVE "IMPUESTO RETENIDO SEGUN HISTORIA:" TO RTO-DESCRIPCION
           MOVE WS-IMPUESTO-HISTORIA TO RTO-IMPORTE
           WRITE SUMMARY-LINE FROM WS-RES-TOTAL
           MOVE "IMPUESTO EN CERTIFICADOS:" TO RTO-DESCRIPCION
           MOVE WS-IMPUESTO-CERTIFICADO TO RTO-IMPORTE
           WRITE SUMMARY-LINE FROM WS-RES-TOTAL
           MOVE "IMPUESTO DE CUENTAS SIN TITULAR:" TO RTO-DESCRIPCION
           MOVE WS-IMPUESTO-SIN-TITULAR TO RTO-IMPORTE
           WRITE SUMMARY-LINE FROM WS-RES-TOTAL
           MOVE "IMPUESTO REMESADO EN EL EJERCICIO:" TO
               RTO-DESCRIPCION
           MOVE WS-IMPUESTO-REMESADO TO RTO-IMPORTE
           WRITE SUMMARY-LINE FROM WS-RES-TOTAL
           MOVE "DIFERENCIA REMESADO - CERTIFICADO:" TO
               RTO-DESCRIPCION
           MOVE WS-DIFERENCIA TO RTO-IMPORTE
           WRITE SUMMARY-LINE FROM WS-RES-TOTAL
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "CERTIFICADOS EMITIDOS:" TO RCA-DESCRIPCION
           MOVE WS-CERTIFICADOS TO RCA-CANTIDAD
           WRITE SUMMARY-LINE FROM WS-RES-CANTIDAD
           MOVE "CUENTAS CERTIFICADAS:" TO RCA-DESCRIPCION
           MOVE WS-CUENTAS-CERTIFICADAS TO RCA-CANTIDAD
           WRITE SUMMARY-LINE FROM WS-RES-CANTIDAD
           MOVE "CUENTAS SIN TITULAR:" TO RCA-DESCRIPCION
           MOVE WS-CUENTAS-SIN-TITULAR TO RCA-CANTIDAD
           WRITE SUMMARY-LINE FROM WS-RES-CANTIDAD
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF CERTIFICADOS-CONCILIADOS
               MOVE "RESULTADO: CONCILIADO" TO RSE-TITULO
           ELSE
               MOVE "RESULTADO: CON DIFERENCIAS" TO RSE-TITULO
           END-IF
           WRITE SUMMARY-LINE FROM WS-RES-SECCION.

       ESCRIBIR-LINEA-REMESA.
           MOVE TRM-DESDE (WS-REM-IDX) TO RRM-DESDE
           MOVE TRM-HASTA (WS-REM-IDX) TO RRM-HASTA
           MOVE TRM-EMISION (WS-REM-IDX) TO RRM-EMISION
           MOVE TRM-RETENCIONES (WS-REM-IDX) TO RRM-RETENCIONES
           MOVE TRM-TOTAL (WS-REM-IDX) TO RRM-TOTAL
           WRITE SUMMARY-LINE FROM WS-RES-REMESA
           ADD 1 TO WS-REM-IDX.

       CERRAR-ARCHIVOS.
           CLOSE SORTED-INTEREST-FILE
           CLOSE CERTIFICATE-FILE
           CLOSE SUMMARY-FILE
           CLOSE XREF-FILE
           CLOSE CUSTOMER-ID-FILE.

       END PROGRAM CERTIFICADO-INTERESES.
