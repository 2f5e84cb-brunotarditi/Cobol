      *          processing date so its dormancy clock starts today.
      *          The flag is lifted only by back-office reactivation.
      * Modification History:
      *   15/10/2026 BT  Hand every account newly flagged dormant to
      *                  the customer notification run (AVISOPEN,
      *                  INACTIVA), referenced by its last-activity
      *                  date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "INACTREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "AVISOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       FD  NOTICE-FILE.
           COPY AVISO.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-CLI-STATUS PIC X(02).
       01 WS-PRM-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-AVI-STATUS PIC X(02).
       01 WS-CLI-DISPONIBLE PIC X(01) VALUE "N".
           88 CLIENTES-DISPONIBLES VALUE "S".
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-AVI-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           IF WS-AVI-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LOS AVISOS A CLIENTES: "
                   WS-AVI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-ENCABEZADOS.
               MOVE "S" TO ACCT-INACTIVA
               REWRITE ACCT-RECORD
               ADD 1 TO WS-MARCADAS
               PERFORM ENTREGAR-AVISO
           END-IF
           IF CUENTA-INACTIVA
               PERFORM REPORTAR-INACTIVA
           MOVE WS-DIAS-INACTIVA TO DET-DIAS
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

      ******************************************************************
      * The customer is told by letter when the account is flagged
      * dormant. The last-activity date is the reference: an account
      * reactivated and later flagged again is a new event.
      ******************************************************************
       ENTREGAR-AVISO.
           MOVE SPACES TO AVI-RECORD
           MOVE ACCT-NUMBER TO AVI-CUENTA
           MOVE "INACTIVA" TO AVI-EVENTO
           MOVE WS-FECHA-HOY TO AVI-FECHA
           MOVE ACCT-FECHA-ULT-MOV TO AVI-REFERENCIA
           MOVE ACCT-BALANCE TO AVI-IMPORTE
           MOVE "SIN MOVIMIENTOS" TO AVI-DETALLE
           WRITE AVI-RECORD.

       BUSCAR-TITULAR.
           MOVE SPACES TO DET-TITULAR
           IF CLIENTES-DISPONIBLES
           IF CLIENTES-DISPONIBLES
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE NOTICE-FILE.

       END PROGRAM MARCA-INACTIVAS.
