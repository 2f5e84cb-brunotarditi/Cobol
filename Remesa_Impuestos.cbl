      *                  then the live TRANSHIST, instead of one
      *                  end-to-end scan of everything ever
      *                  archived.
      *   15/10/2026 BT  Record every remittance run (range, count
      *                  and total) in the register REMEREG, so the
      *                  year-end interest certificates can be
      *                  reconciled to the tax actually remitted.
      *   15/10/2026 BT  Add a batch mode for the quarter-end cycle of
      *                  the nightly chain: when REMEPRM is present
      *                  the date range (AAMMDD AAMMDD) is read from
      *                  it and validated, and a bad parameter ends
      *                  the run with RETURN-CODE 8; without the file
      *                  the range is still asked for interactively.
      *   15/10/2026 BT  Read the history, its partitions and the
      *                  sort work file at the 79-byte log record
      *                  that carries the operator id and terminal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "IMPREMESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REMITTANCE-REGISTER-FILE ASSIGN TO "REMEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "REMEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  HIST-ACCOUNT           PIC X(06).
           05  FILLER                 PIC X(01).
           05  HIST-TIPO              PIC X(08).
           05  FILLER                 PIC X(48).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  PRT-ACCOUNT            PIC X(06).
           05  FILLER                 PIC X(01).
           05  PRT-TIPO               PIC X(08).
           05  FILLER                 PIC X(48).

       FD  SORTED-TAX-FILE.
       01  SORTED-RECORD.
           05  SRT-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  SRT-IMPORTE            PIC S9(06)V99.
           05  FILLER                 PIC X(39).

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-DATE                PIC 9(06).
           05  FILLER                 PIC X(10).
           05  SW-ACCOUNT             PIC X(06).
           05  FILLER                 PIC X(57).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(60).

       FD  REMITTANCE-REGISTER-FILE.
           COPY REMESA.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-DESDE-X            PIC X(06).
           05  FILLER                 PIC X(01).
           05  PRM-HASTA-X            PIC X(06).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(02).
       01 WS-CAT-STATUS PIC X(02).
       01 WS-PERIODO-HASTA PIC 9(04).
       01 WS-SORTED-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-REM-STATUS PIC X(02).
       01 WS-PRM-STATUS PIC X(02).
       01 WS-PARAMETROS-MALOS PIC X(01) VALUE "N".
           88 PARAMETROS-INVALIDOS VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-FIN-HISTORIA PIC X(01) VALUE "N".
           88 FIN-HISTORIA VALUE "S".
       01 WS-FIN-ORDENADO PIC X(01) VALUE "N".
       PROCEDURE DIVISION.

       INICIO.
           PERFORM OBTENER-PARAMETROS
           IF PARAMETROS-INVALIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ORDENAR-IMPUESTOS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADOS
           END-IF
           PERFORM ESCRIBIR-TOTAL-GENERAL
           PERFORM CERRAR-ARCHIVOS
           PERFORM REGISTRAR-REMESA
           DISPLAY "REMESA: RETENCIONES LISTADAS " WS-RETENCIONES
               " TOTAL " WS-TOTAL-GENERAL
           STOP RUN.

       OBTENER-PARAMETROS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS = "00"
               PERFORM LEER-PARAMETROS-LOTE
               CLOSE PARAMETER-FILE
           ELSE
               PERFORM PEDIR-RANGO-FECHAS
           END-IF.

       LEER-PARAMETROS-LOTE.
           READ PARAMETER-FILE
               AT END
                   MOVE "S" TO WS-PARAMETROS-MALOS
                   DISPLAY "REMEPRM VACIO: SIN PARAMETROS."
           END-READ
           IF NOT PARAMETROS-INVALIDOS
               IF PRM-DESDE-X IS NOT NUMERIC
                  OR PRM-HASTA-X IS NOT NUMERIC
                   MOVE "S" TO WS-PARAMETROS-MALOS
                   DISPLAY "REMEPRM INVALIDO: FECHAS NO "
                       "NUMERICAS: " PARAMETER-RECORD
               ELSE
                   MOVE PRM-DESDE-X TO WS-FECHA-DESDE
                   MOVE PRM-HASTA-X TO WS-FECHA-HASTA
                   IF WS-FECHA-DESDE > WS-FECHA-HASTA
                       MOVE "S" TO WS-PARAMETROS-MALOS
                       DISPLAY "REMEPRM INVALIDO: LA FECHA DESDE "
                           "SUPERA LA HASTA: " PARAMETER-RECORD
                   END-IF
               END-IF
           END-IF.

       PEDIR-RANGO-FECHAS.
           DISPLAY "Fecha desde (AAMMDD): "
           ACCEPT WS-FECHA-DESDE
           CLOSE SORTED-TAX-FILE
           CLOSE REPORT-FILE.

      ******************************************************************
      * The register keeps every run; a range run again is simply
      * appended again and its readers take the latest figure.
      ******************************************************************
       REGISTRAR-REMESA.
           OPEN EXTEND REMITTANCE-REGISTER-FILE
           IF WS-REM-STATUS = "35"
               OPEN OUTPUT REMITTANCE-REGISTER-FILE
           END-IF
           IF WS-REM-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REGISTRO DE REMESAS: "
                   WS-REM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REM-RECORD
           MOVE WS-FECHA-DESDE TO REM-FECHA-DESDE
           MOVE WS-FECHA-HASTA TO REM-FECHA-HASTA
           ACCEPT WS-FECHA-HOY FROM DATE
           MOVE WS-FECHA-HOY TO REM-FECHA-EMISION
           MOVE WS-RETENCIONES TO REM-RETENCIONES
           MOVE WS-TOTAL-GENERAL TO REM-TOTAL
           WRITE REM-RECORD
           CLOSE REMITTANCE-REGISTER-FILE.

       END PROGRAM REMESA-IMPUESTOS.
