      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Back-office screens for fixed-term deposits (plazos
      *          fijos, PLAZMAST): place a new certificate funded from
      *          the customer's demand account, change the renewal
      *          instruction of a live certificate, and list what is
      *          on file. Placing a deposit debits the linked account
      *          at once and logs a PF-ALTA entry to TRANSLOG with the
      *          certificate number as reference; the nightly job
      *          VENCIMIENTO-PLAZOS pays or renews it at maturity.
      *          Every action is audited to MANTLOG with the operator.
      * Modification History:
      *   15/10/2026 BT  Refuse a debit account of a new deposit whose
      *                  check digit fails (RUTINA-DIGITO) before it is
      *                  looked up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PLAZOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "PLAZMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-CERTIFICADO
               FILE STATUS IS WS-PLZ-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CUENTA
               FILE STATUS IS WS-EMB-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "MANTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSIT-FILE.
           COPY PLAZO.

       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.

       FD  HOLD-MASTER-FILE.
           COPY EMBARGO.

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

       WORKING-STORAGE SECTION.
       01 WS-PLZ-STATUS PIC X(02).
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-EMB-STATUS PIC X(02).
       01 WS-EMB-DISPONIBLE PIC X(01) VALUE "N".
           88 EMBARGOS-DISPONIBLES VALUE "S".
       01 WS-LOG-STATUS PIC X(02).
       01 WS-AUDIT-STATUS PIC X(02).
       01 WS-OPERADOR PIC X(06).
       01 WS-OPERADOR-SESION PIC X(06) EXTERNAL.
       01 WS-AUD-ACCION PIC X(12).
       01 WS-ACCOUNT-KEY PIC X(06).
       01 WS-DIGITO-CUENTA PIC X(01).
       01 WS-CUENTA-VALIDA PIC X(01).
           88 CUENTA-VALIDA VALUE "S".
       01 WS-CERTIFICADO-PEDIDO PIC X(06).
       01 WS-FIN-PLAZOS PIC X(01) VALUE "N".
           88 FIN-PLAZOS VALUE "S".
       01 WS-ULTIMO-CERTIFICADO PIC 9(06).
       01 WS-NUMERO-CERTIFICADO PIC 9(06).
       01 WS-LISTADOS PIC 9(03) VALUE 0.
       01 WS-CAPITAL PIC S9(06)V99.
       01 WS-PLAZO-DIAS PIC 9(03).
       01 WS-PLAZO-MINIMO PIC 9(03) VALUE 30.
       01 WS-TASA-ANUAL PIC 9V9(06).
       01 WS-RENOVACION PIC X(01).
       01 WS-SALDO-PENDIENTE PIC S9(07)V99.
       01 WS-IMPORTE-EMBARGO PIC S9(07)V99.
       01 WS-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-FECHA-VENCIMIENTO PIC 9(06).
       01 FILLER REDEFINES WS-FECHA-VENCIMIENTO.
           05 WS-VTO-AA PIC 9(02).
           05 WS-VTO-MM PIC 9(02).
           05 WS-VTO-DD PIC 9(02).
       01 WS-DIAS-MES-AUX PIC 9(02).
       01 WS-RESTO-BISIESTO PIC 9(02).
       01 WS-COCIENTE-BISIESTO PIC 9(02).
       01 WS-TABLA-DIAS-MES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-TABLA-DIAS-MES.
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       01 OPCION PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ABRIR-ARCHIVOS
           PERFORM PEDIR-OPERADOR
           PERFORM MENU-PLAZOS
               UNTIL OPCION = 9
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN I-O TERM-DEPOSIT-FILE
           IF WS-PLZ-STATUS = "35"
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF
           IF WS-PLZ-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PLAZOS FIJOS: "
                   WS-PLZ-STATUS
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE CUENTAS: "
                   WS-ACCT-STATUS
               GOBACK
           END-IF
           OPEN EXTEND TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG DE TRANSACCIONES: "
                   WS-LOG-STATUS
               GOBACK
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG DE AUDITORIA: "
                   WS-AUDIT-STATUS
               GOBACK
           END-IF
           OPEN INPUT HOLD-MASTER-FILE
           IF WS-EMB-STATUS = "00"
               MOVE "S" TO WS-EMB-DISPONIBLE
           END-IF.

       PEDIR-OPERADOR.
           IF WS-OPERADOR-SESION NOT = SPACES
              AND WS-OPERADOR-SESION NOT = LOW-VALUES
               MOVE WS-OPERADOR-SESION TO WS-OPERADOR
           ELSE
               DISPLAY "Ingrese su identificacion de operador: "
               ACCEPT WS-OPERADOR
               IF WS-OPERADOR = SPACES OR WS-OPERADOR = LOW-VALUES
                   DISPLAY "Identificacion invalida."
                   PERFORM PEDIR-OPERADOR
               END-IF
           END-IF.

       MENU-PLAZOS.
           DISPLAY "===== PLAZOS FIJOS ====="
           DISPLAY "1. Constituir plazo fijo"
           DISPLAY "2. Cambiar instruccion de renovacion"
           DISPLAY "3. Listar certificados"
           DISPLAY "9. Salir"
           DISPLAY "Ingrese la opcion: "
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
                   PERFORM CONSTITUIR-PLAZO
               WHEN 2
                   PERFORM CAMBIAR-RENOVACION
               WHEN 3
                   PERFORM LISTAR-PLAZOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      ******************************************************************
      * A deposit is funded only from what the customer can actually
      * draw: the ledger balance less uncleared cheques and any legal
      * hold, never the overdraft cushion. Closed, frozen and dormant
      * accounts cannot place a deposit.
      ******************************************************************
       CONSTITUIR-PLAZO.
           DISPLAY "Cuenta a debitar: "
           ACCEPT WS-ACCOUNT-KEY
           CALL "RUTINA-DIGITO" USING WS-ACCOUNT-KEY WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF NOT CUENTA-VALIDA
               DISPLAY "Numero de cuenta invalido."
           ELSE
               MOVE WS-ACCOUNT-KEY TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "La cuenta no existe."
                   NOT INVALID KEY
                       IF NOT CUENTA-ACTIVA
                           DISPLAY "La cuenta esta cerrada o congelada."
                       ELSE
                       IF CUENTA-INACTIVA
                           DISPLAY "La cuenta esta inactiva; debe "
                               "reactivarse primero."
                       ELSE
                           PERFORM CAPTURAR-PLAZO
                       END-IF
                       END-IF
               END-READ
           END-IF.

       CAPTURAR-PLAZO.
           PERFORM PEDIR-CAPITAL
           PERFORM PEDIR-PLAZO-DIAS
           PERFORM PEDIR-TASA
           PERFORM PEDIR-RENOVACION
           IF ACCT-SALDO-PENDIENTE IS NUMERIC
               MOVE ACCT-SALDO-PENDIENTE TO WS-SALDO-PENDIENTE
           ELSE
               MOVE 0 TO WS-SALDO-PENDIENTE
           END-IF
           PERFORM LEER-EMBARGO
           IF ACCT-BALANCE - WS-SALDO-PENDIENTE - WS-CAPITAL < 0
               DISPLAY "Fondos insuficientes; plazo fijo no "
                   "constituido."
           ELSE
           IF ACCT-BALANCE - WS-SALDO-PENDIENTE - WS-IMPORTE-EMBARGO
              - WS-CAPITAL < 0
               DISPLAY "Los fondos estan embargados; plazo fijo no "
                   "constituido."
           ELSE
               PERFORM GRABAR-PLAZO
           END-IF
           END-IF.

       PEDIR-CAPITAL.
           DISPLAY "Capital a depositar: "
           ACCEPT WS-CAPITAL
           IF WS-CAPITAL NOT > 0
               DISPLAY "El capital debe ser mayor que cero."
               PERFORM PEDIR-CAPITAL
           END-IF.

       PEDIR-PLAZO-DIAS.
           DISPLAY "Plazo en dias (minimo " WS-PLAZO-MINIMO "): "
           ACCEPT WS-PLAZO-DIAS
           IF WS-PLAZO-DIAS < WS-PLAZO-MINIMO
               DISPLAY "El plazo no alcanza el minimo."
               PERFORM PEDIR-PLAZO-DIAS
           END-IF.

       PEDIR-TASA.
           DISPLAY "Tasa nominal anual pactada (0.NNNNNN): "
           ACCEPT WS-TASA-ANUAL
           IF WS-TASA-ANUAL NOT > 0
               DISPLAY "La tasa debe ser mayor que cero."
               PERFORM PEDIR-TASA
           END-IF.

       PEDIR-RENOVACION.
           DISPLAY "Renovar automaticamente al vencimiento (S/N): "
           ACCEPT WS-RENOVACION
           IF WS-RENOVACION = "s"
               MOVE "S" TO WS-RENOVACION
           END-IF
           IF WS-RENOVACION = "n"
               MOVE "N" TO WS-RENOVACION
           END-IF
           IF WS-RENOVACION NOT = "S" AND WS-RENOVACION NOT = "N"
               DISPLAY "La respuesta debe ser S o N."
               PERFORM PEDIR-RENOVACION
           END-IF.

      ******************************************************************
      * The certificate is written BEFORE the account is debited: if
      * it cannot be written nothing has moved, so no money can leave
      * the account without a certificate to pay it back.
      ******************************************************************
       GRABAR-PLAZO.
           ACCEPT WS-FECHA-HOY FROM DATE
           MOVE WS-FECHA-HOY TO WS-FECHA-VENCIMIENTO
           PERFORM SUMAR-UN-DIA WS-PLAZO-DIAS TIMES
           PERFORM OBTENER-NUMERO-CERTIFICADO
           MOVE SPACES TO PLZ-RECORD
           MOVE WS-NUMERO-CERTIFICADO TO PLZ-CERTIFICADO
           MOVE WS-ACCOUNT-KEY TO PLZ-CUENTA
           MOVE WS-CAPITAL TO PLZ-CAPITAL
           MOVE WS-PLAZO-DIAS TO PLZ-PLAZO-DIAS
           MOVE WS-TASA-ANUAL TO PLZ-TASA-ANUAL
           MOVE WS-FECHA-HOY TO PLZ-FECHA-ALTA
           MOVE WS-FECHA-VENCIMIENTO TO PLZ-FECHA-VENCIMIENTO
           MOVE WS-RENOVACION TO PLZ-RENOVACION
           MOVE "V" TO PLZ-ESTADO
           MOVE 0 TO PLZ-FECHA-ULT-PROCESO
           MOVE 0 TO PLZ-RENOVACIONES
           MOVE WS-OPERADOR TO PLZ-OPERADOR
           WRITE PLZ-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CERTIFICADO: "
                       WS-PLZ-STATUS
               NOT INVALID KEY
                   PERFORM DEBITAR-CUENTA
           END-WRITE.

       DEBITAR-CUENTA.
           MOVE WS-ACCOUNT-KEY TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
           MOVE ACCT-BALANCE TO WS-SALDO-ANTERIOR
           SUBTRACT WS-CAPITAL FROM ACCT-BALANCE
           MOVE WS-FECHA-HOY TO ACCT-FECHA-ULT-MOV
           REWRITE ACCT-RECORD
           PERFORM ESCRIBIR-LOG
           MOVE "PLAZO-ALTA" TO WS-AUD-ACCION
           PERFORM ESCRIBIR-AUDITORIA
           DISPLAY "Plazo fijo constituido: certificado "
               PLZ-CERTIFICADO " vence el " PLZ-FECHA-VENCIMIENTO
           DISPLAY "Nuevo saldo de la cuenta: " ACCT-BALANCE.

      ******************************************************************
      * Certificate numbers run in sequence: the next one follows the
      * highest number on file.
      ******************************************************************
       OBTENER-NUMERO-CERTIFICADO.
           MOVE 0 TO WS-ULTIMO-CERTIFICADO
           PERFORM POSICIONAR-PLAZOS
           PERFORM TOMAR-NUMERO-CERTIFICADO
               UNTIL FIN-PLAZOS
           COMPUTE WS-NUMERO-CERTIFICADO = WS-ULTIMO-CERTIFICADO + 1.

       TOMAR-NUMERO-CERTIFICADO.
           IF PLZ-CERTIFICADO IS NUMERIC
               MOVE PLZ-CERTIFICADO TO WS-ULTIMO-CERTIFICADO
           END-IF
           PERFORM LEER-SIGUIENTE-PLAZO.

       POSICIONAR-PLAZOS.
           MOVE "N" TO WS-FIN-PLAZOS
           MOVE LOW-VALUES TO PLZ-CERTIFICADO
           START TERM-DEPOSIT-FILE
               KEY IS NOT LESS THAN PLZ-CERTIFICADO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PLAZOS
           END-START
           IF NOT FIN-PLAZOS
               PERFORM LEER-SIGUIENTE-PLAZO
           END-IF.

       LEER-SIGUIENTE-PLAZO.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PLAZOS
           END-READ.

       SUMAR-UN-DIA.
           MOVE WS-DIAS-MES (WS-VTO-MM) TO WS-DIAS-MES-AUX
           IF WS-VTO-MM = 2
               DIVIDE WS-VTO-AA BY 4
                   GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   MOVE 29 TO WS-DIAS-MES-AUX
               END-IF
           END-IF
           IF WS-VTO-DD < WS-DIAS-MES-AUX
               ADD 1 TO WS-VTO-DD
           ELSE
               MOVE 1 TO WS-VTO-DD
               IF WS-VTO-MM < 12
                   ADD 1 TO WS-VTO-MM
               ELSE
                   MOVE 1 TO WS-VTO-MM
                   ADD 1 TO WS-VTO-AA
               END-IF
           END-IF.

       LEER-EMBARGO.
           MOVE 0 TO WS-IMPORTE-EMBARGO
           IF EMBARGOS-DISPONIBLES
               MOVE WS-ACCOUNT-KEY TO EMB-CUENTA
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMBARGO-VIGENTE
                           MOVE EMB-IMPORTE TO WS-IMPORTE-EMBARGO
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Only a live certificate can change its instruction; the
      * nightly job reads it at maturity, so a change keyed before
      * the maturity night takes effect for that maturity.
      ******************************************************************
       CAMBIAR-RENOVACION.
           DISPLAY "Numero de certificado: "
           ACCEPT WS-CERTIFICADO-PEDIDO
           MOVE WS-CERTIFICADO-PEDIDO TO PLZ-CERTIFICADO
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   DISPLAY "Certificado no encontrado."
               NOT INVALID KEY
                   IF NOT PLAZO-VIGENTE
                       DISPLAY "El certificado ya fue pagado."
                   ELSE
                       DISPLAY "Instruccion actual: " PLZ-RENOVACION
                       PERFORM PEDIR-RENOVACION
                       MOVE WS-RENOVACION TO PLZ-RENOVACION
                       REWRITE PLZ-RECORD
                       MOVE PLZ-CUENTA TO WS-ACCOUNT-KEY
                       MOVE "PLAZO-RENOV" TO WS-AUD-ACCION
                       PERFORM ESCRIBIR-AUDITORIA
                       DISPLAY "Instruccion actualizada: "
                           PLZ-CERTIFICADO " " PLZ-RENOVACION
                   END-IF
           END-READ.

       LISTAR-PLAZOS.
           MOVE 0 TO WS-LISTADOS
           PERFORM POSICIONAR-PLAZOS
           PERFORM LISTAR-UN-PLAZO
               UNTIL FIN-PLAZOS
           IF WS-LISTADOS = 0
               DISPLAY "No hay certificados registrados."
           END-IF.

       LISTAR-UN-PLAZO.
           ADD 1 TO WS-LISTADOS
           DISPLAY "Cert " PLZ-CERTIFICADO " Cuenta " PLZ-CUENTA
               " Capital " PLZ-CAPITAL " Dias " PLZ-PLAZO-DIAS
               " Tasa " PLZ-TASA-ANUAL " Alta " PLZ-FECHA-ALTA
               " Vto " PLZ-FECHA-VENCIMIENTO
               " Renueva " PLZ-RENOVACION " Estado " PLZ-ESTADO
           PERFORM LEER-SIGUIENTE-PLAZO.

       ESCRIBIR-LOG.
           MOVE SPACES TO LOG-RECORD
           ACCEPT LOG-DATE FROM DATE
           ACCEPT LOG-TIME FROM TIME
           MOVE ACCT-NUMBER TO LOG-ACCOUNT
           MOVE "PF-ALTA" TO LOG-TIPO
           MOVE WS-CAPITAL TO LOG-IMPORTE
           MOVE WS-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE ACCT-BALANCE TO LOG-SALDO-NUEVO
           MOVE PLZ-CERTIFICADO TO LOG-REFERENCIA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           MOVE "MANT" TO LOG-TERMINAL
           WRITE LOG-RECORD.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AUD-DATE FROM DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE WS-ACCOUNT-KEY TO AUD-CUENTA
           WRITE AUDIT-RECORD.

       CERRAR-ARCHIVOS.
           CLOSE TERM-DEPOSIT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           IF EMBARGOS-DISPONIBLES
               CLOSE HOLD-MASTER-FILE
           END-IF.

       END PROGRAM MANTENIMIENTO-PLAZOS.
