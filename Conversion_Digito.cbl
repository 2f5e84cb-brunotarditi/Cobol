      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: One-time conversion report for the account-number
      *          check digit. Walks the account master and lists on
      *          CONVDIGI every account whose number fails the check
      *          (RUTINA-DIGITO) - the accounts issued before new
      *          numbers carried the digit - with the holder's name
      *          from CLIMAST, the status and balance, and the number
      *          it is to be reissued under: its own first five
      *          digits with the right check digit when they are
      *          digits and that number is free, otherwise the first
      *          free base from 00001 up. A number is free when no
      *          account holds it and no earlier line of the plan has
      *          taken it. Closed accounts receive nothing and are not
      *          reissued. The plan ends with the masters in which
      *          each reissued number has to be changed. The run
      *          changes no file; it can be repeated until the
      *          reissue is carried out.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-DIGITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO-CUENTA
               FILE STATUS IS WS-CLI-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONVDIGI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.

       FD  CUSTOMER-MASTER-FILE.
           COPY CLIENTE.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-CLI-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-CUENTAS PIC X(01) VALUE "N".
           88 FIN-CUENTAS VALUE "S".
       01 WS-CLIENTES-DISPONIBLES PIC X(01) VALUE "N".
           88 CLIENTES-DISPONIBLES VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-DIGITO-CUENTA PIC X(01).
       01 WS-CUENTA-VALIDA PIC X(01).
           88 CUENTA-VALIDA VALUE "S".
       01 WS-CANDIDATA PIC X(06).
       01 WS-CANDIDATA-LIBRE PIC X(01).
           88 CANDIDATA-LIBRE VALUE "S".
       01 WS-BASE-SIGUIENTE PIC 9(05) VALUE 1.
       01 WS-CUENTAS-LEIDAS PIC 9(07) VALUE 0.
       01 WS-CUENTAS-VALIDAS PIC 9(07) VALUE 0.
       01 WS-CONSERVAN-BASE PIC 9(05) VALUE 0.
       01 WS-BASES-NUEVAS PIC 9(05) VALUE 0.
       01 WS-CERRADAS PIC 9(05) VALUE 0.

      ******************************************************************
      * The accounts that fail the check, kept so the new numbers can
      * be looked up in the master after the sequential pass.
      ******************************************************************
       01 WS-FAL-MAX PIC 9(04) VALUE 2000.
       01 WS-FAL-COUNT PIC 9(04) VALUE 0.
       01 WS-FAL-IDX PIC 9(04).
       01 WS-PLAN-IDX PIC 9(04).
       01 TABLA-FALLIDAS.
           05 FALLIDA-ENTRADA OCCURS 2000 TIMES.
               10 TAB-FAL-CUENTA      PIC X(06).
               10 TAB-FAL-ESTADO      PIC X(01).
               10 TAB-FAL-SALDO       PIC S9(07)V99.
               10 TAB-FAL-NUEVA       PIC X(06).

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(49) VALUE
               "CONVERSION AL DIGITO VERIFICADOR DE CUENTAS  DIA ".
           05  ENC-FECHA              PIC 9(06).
       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(08) VALUE "CUENTA".
           05  FILLER                 PIC X(27) VALUE "TITULAR".
           05  FILLER                 PIC X(04) VALUE "EST".
           05  FILLER                 PIC X(14) VALUE "        SALDO".
           05  FILLER                 PIC X(08) VALUE "  NUEVA".
           05  FILLER                 PIC X(18) VALUE "PLAN".

       01 WS-LINEA-DETALLE.
           05  DET-CUENTA             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-TITULAR            PIC X(26).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-ESTADO             PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-SALDO              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-NUEVA              PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-PLAN               PIC X(18).

       01 WS-LINEA-TOTAL.
           05  TOT-TEXTO              PIC X(40).
           05  TOT-CANTIDAD           PIC ZZZZZZ9.

      ******************************************************************
      * Where a reissued number has to be changed, in the order the
      * changes are to be applied.
      ******************************************************************
       01 WS-PASOS-INICIAL.
           05  FILLER PIC X(60) VALUE
               "1. ALTA DEL NUMERO NUEVO EN ACCTMAST Y BAJA DEL VIEJO".
           05  FILLER PIC X(60) VALUE
               "2. CAMBIAR LA CUENTA EN CLIMAST Y EN CTAXREF".
           05  FILLER PIC X(60) VALUE
               "3. CAMBIAR CUENTA Y BENEFICIARIO EN ORDEMAST".
           05  FILLER PIC X(60) VALUE
               "4. CAMBIAR LA CUENTA EN EMBARGOS, PLAZMAST Y PRESMAST".
           05  FILLER PIC X(60) VALUE
               "5. CAMBIAR LA CUENTA EN CHEQPEND".
           05  FILLER PIC X(60) VALUE
               "6. AVISAR EL NUMERO NUEVO AL TITULAR".
       01 FILLER REDEFINES WS-PASOS-INICIAL.
           05  PASO-TEXTO OCCURS 6 TIMES PIC X(60).
       01 WS-PASOS-CARGADOS PIC 9(01) VALUE 6.
       01 WS-PASO-IDX PIC 9(01).

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM RECORRER-CUENTAS
           MOVE 1 TO WS-FAL-IDX
           PERFORM PLANIFICAR-CUENTA
               UNTIL WS-FAL-IDX > WS-FAL-COUNT
           PERFORM ESCRIBIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           DISPLAY "CONVERSION DIGITO: CUENTAS " WS-CUENTAS-LEIDAS
               " A REEMITIR " WS-FAL-COUNT
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE CUENTAS: "
                   WS-ACCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CLI-STATUS = "00"
               MOVE "S" TO WS-CLIENTES-DISPONIBLES
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
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

       RECORRER-CUENTAS.
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "S" TO WS-FIN-CUENTAS
           END-START
           IF NOT FIN-CUENTAS
               PERFORM LEER-SIGUIENTE-CUENTA
           END-IF
           PERFORM EXAMINAR-CUENTA
               UNTIL FIN-CUENTAS.

       LEER-SIGUIENTE-CUENTA.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CUENTAS
           END-READ.

       EXAMINAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS
           CALL "RUTINA-DIGITO" USING ACCT-NUMBER WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF CUENTA-VALIDA
               ADD 1 TO WS-CUENTAS-VALIDAS
           ELSE
               PERFORM GUARDAR-FALLIDA
           END-IF
           PERFORM LEER-SIGUIENTE-CUENTA.

       GUARDAR-FALLIDA.
           IF WS-FAL-COUNT = WS-FAL-MAX
               DISPLAY "CONVERSION DIGITO: MAS DE " WS-FAL-MAX
                   " CUENTAS A REEMITIR; CORRIDA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FAL-COUNT
           MOVE ACCT-NUMBER TO TAB-FAL-CUENTA (WS-FAL-COUNT)
           MOVE ACCT-ESTADO TO TAB-FAL-ESTADO (WS-FAL-COUNT)
           MOVE ACCT-BALANCE TO TAB-FAL-SALDO (WS-FAL-COUNT)
           MOVE SPACES TO TAB-FAL-NUEVA (WS-FAL-COUNT).

      ******************************************************************
      * A closed account is listed but not reissued. Any other keeps
      * its own base when that yields a free number; otherwise it
      * takes the next free base.
      ******************************************************************
       PLANIFICAR-CUENTA.
           MOVE SPACES TO WS-LINEA-DETALLE
           IF TAB-FAL-ESTADO (WS-FAL-IDX) = "C"
               MOVE "NO SE REEMITE" TO DET-PLAN
               ADD 1 TO WS-CERRADAS
           ELSE
               MOVE TAB-FAL-CUENTA (WS-FAL-IDX) TO WS-CANDIDATA
               CALL "RUTINA-DIGITO" USING WS-CANDIDATA
                   WS-DIGITO-CUENTA WS-CUENTA-VALIDA
               MOVE "N" TO WS-CANDIDATA-LIBRE
               IF WS-DIGITO-CUENTA NOT = SPACE
                   MOVE WS-DIGITO-CUENTA TO WS-CANDIDATA (6:1)
                   PERFORM VERIFICAR-CANDIDATA
               END-IF
               IF CANDIDATA-LIBRE
                   MOVE "CONSERVA LA BASE" TO DET-PLAN
                   ADD 1 TO WS-CONSERVAN-BASE
               ELSE
                   PERFORM PROBAR-BASE-SIGUIENTE
                       UNTIL CANDIDATA-LIBRE
                   MOVE "BASE NUEVA" TO DET-PLAN
                   ADD 1 TO WS-BASES-NUEVAS
               END-IF
               MOVE WS-CANDIDATA TO TAB-FAL-NUEVA (WS-FAL-IDX)
               MOVE WS-CANDIDATA TO DET-NUEVA
           END-IF
           MOVE TAB-FAL-CUENTA (WS-FAL-IDX) TO DET-CUENTA
           PERFORM BUSCAR-TITULAR
           MOVE TAB-FAL-ESTADO (WS-FAL-IDX) TO DET-ESTADO
           MOVE TAB-FAL-SALDO (WS-FAL-IDX) TO DET-SALDO
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           ADD 1 TO WS-FAL-IDX.

       PROBAR-BASE-SIGUIENTE.
           MOVE WS-BASE-SIGUIENTE TO WS-CANDIDATA
           CALL "RUTINA-DIGITO" USING WS-CANDIDATA WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           MOVE WS-DIGITO-CUENTA TO WS-CANDIDATA (6:1)
           ADD 1 TO WS-BASE-SIGUIENTE
           PERFORM VERIFICAR-CANDIDATA.

       VERIFICAR-CANDIDATA.
           MOVE "S" TO WS-CANDIDATA-LIBRE
           MOVE WS-CANDIDATA TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-CANDIDATA-LIBRE
           END-READ
           MOVE 1 TO WS-PLAN-IDX
           PERFORM COMPARAR-PLAN
               UNTIL WS-PLAN-IDX NOT < WS-FAL-IDX
                  OR NOT CANDIDATA-LIBRE.

       COMPARAR-PLAN.
           IF TAB-FAL-NUEVA (WS-PLAN-IDX) = WS-CANDIDATA
               MOVE "N" TO WS-CANDIDATA-LIBRE
           END-IF
           ADD 1 TO WS-PLAN-IDX.

       BUSCAR-TITULAR.
           MOVE SPACES TO DET-TITULAR
           IF CLIENTES-DISPONIBLES
               MOVE TAB-FAL-CUENTA (WS-FAL-IDX) TO CLI-NUMERO-CUENTA
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "(SIN DATOS EN CLIMAST)" TO DET-TITULAR
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO DET-TITULAR
               END-READ
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUENTAS LEIDAS:" TO TOT-TEXTO
           MOVE WS-CUENTAS-LEIDAS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "CON DIGITO VERIFICADOR VALIDO:" TO TOT-TEXTO
           MOVE WS-CUENTAS-VALIDAS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "A REEMITIR CONSERVANDO LA BASE:" TO TOT-TEXTO
           MOVE WS-CONSERVAN-BASE TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "A REEMITIR CON BASE NUEVA:" TO TOT-TEXTO
           MOVE WS-BASES-NUEVAS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           MOVE "CERRADAS, NO SE REEMITEN:" TO TOT-TEXTO
           MOVE WS-CERRADAS TO TOT-CANTIDAD
           WRITE REPORT-LINE FROM WS-LINEA-TOTAL
           IF WS-CONSERVAN-BASE + WS-BASES-NUEVAS > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PASOS DE LA REEMISION DE CADA CUENTA:"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-PASO-IDX
               PERFORM ESCRIBIR-PASO
                   UNTIL WS-PASO-IDX > WS-PASOS-CARGADOS
           END-IF.

       ESCRIBIR-PASO.
           MOVE SPACES TO REPORT-LINE
           MOVE PASO-TEXTO (WS-PASO-IDX) TO REPORT-LINE (5:60)
           WRITE REPORT-LINE
           ADD 1 TO WS-PASO-IDX.

       CERRAR-ARCHIVOS.
           CLOSE ACCOUNT-MASTER-FILE
           IF CLIENTES-DISPONIBLES
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM CONVERSION-DIGITO.
