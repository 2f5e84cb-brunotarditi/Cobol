      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Back-office screens for installment loans (PRESMAST):
      *          grant a loan to a depositor, show a loan's repayment
      *          schedule and list the loans on file. Granting a loan
      *          takes the principal, the nominal annual rate, the
      *          number of monthly installments and the first due
      *          date, generates the whole amortisation schedule in
      *          CUOTMAST (level installment, interest on the
      *          outstanding principal) and credits the principal to
      *          the customer's account at once, logging a PR-DESEM
      *          entry to TRANSLOG with the loan number as reference.
      *          The nightly job COBRO-PRESTAMOS collects each
      *          installment as it falls due. Every grant is audited
      *          to MANTLOG with the operator.
      * Modification History:
      *   15/10/2026 BT  Refuse an account to credit a new loan to
      *                  whose check digit fails (RUTINA-DIGITO)
      *                  before it is looked up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRESTAMOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "PRESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS WS-PRE-STATUS.
           SELECT INSTALLMENT-FILE ASSIGN TO "CUOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUO-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
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
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "MANTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY PRESTAMO.

       FD  INSTALLMENT-FILE.
           COPY CUOTA.

       FD  ACCOUNT-MASTER-FILE.
           COPY CUENTA.

       FD  CUSTOMER-ID-FILE.
           COPY TITULAR.

       FD  XREF-FILE.
           COPY XREFCTA.

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
       01 WS-PRE-STATUS PIC X(02).
       01 WS-CUO-STATUS PIC X(02).
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-TIT-STATUS PIC X(02).
       01 WS-XRF-STATUS PIC X(02).
       01 WS-TITULARES-DISPONIBLES PIC X(01) VALUE "N".
           88 TITULARES-DISPONIBLES VALUE "S".
       01 WS-LOG-STATUS PIC X(02).
       01 WS-AUDIT-STATUS PIC X(02).
       01 WS-OPERADOR PIC X(06).
       01 WS-OPERADOR-SESION PIC X(06) EXTERNAL.
       01 WS-AUD-ACCION PIC X(12).
       01 WS-ACCOUNT-KEY PIC X(06).
       01 WS-DIGITO-CUENTA PIC X(01).
       01 WS-CUENTA-VALIDA PIC X(01).
           88 CUENTA-VALIDA VALUE "S".
       01 WS-TITULAR PIC X(06).
       01 WS-PRESTAMO-PEDIDO PIC X(06).
       01 WS-FIN-PRESTAMOS PIC X(01) VALUE "N".
           88 FIN-PRESTAMOS VALUE "S".
       01 WS-FIN-CUOTAS PIC X(01) VALUE "N".
           88 FIN-CUOTAS VALUE "S".
       01 WS-ULTIMO-PRESTAMO PIC 9(06).
       01 WS-NUMERO-PRESTAMO PIC 9(06).
       01 WS-LISTADOS PIC 9(03) VALUE 0.
       01 WS-CAPITAL PIC S9(06)V99.
       01 WS-TASA-ANUAL PIC 9V9(06).
       01 WS-TASA-MENSUAL PIC 9V9(09).
       01 WS-CANTIDAD-CUOTAS PIC 9(03).
       01 WS-CUOTAS-MAXIMO PIC 9(03) VALUE 360.
       01 WS-FACTOR PIC 9(07)V9(09).
       01 WS-NUMERADOR PIC 9(09)V9(09).
       01 WS-DENOMINADOR PIC 9(07)V9(09).
       01 WS-IMPORTE-CUOTA PIC S9(06)V99.
       01 WS-CONDICIONES-OK PIC X(01) VALUE "S".
           88 CONDICIONES-VALIDAS VALUE "S".
       01 WS-CONFIRMACION PIC X(01).
       01 WS-NUMERO-CUOTA PIC 9(03).
       01 WS-SALDO-CAPITAL PIC S9(06)V99.
       01 WS-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-PRIMER-VTO PIC 9(06).
       01 WS-DIA-VTO PIC 9(02).
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
           PERFORM MENU-PRESTAMOS
               UNTIL OPCION = 9
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-PRE-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           IF WS-PRE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PRESTAMOS: "
                   WS-PRE-STATUS
               GOBACK
           END-IF
           OPEN I-O INSTALLMENT-FILE
           IF WS-CUO-STATUS = "35"
               OPEN OUTPUT INSTALLMENT-FILE
               CLOSE INSTALLMENT-FILE
               OPEN I-O INSTALLMENT-FILE
           END-IF
           IF WS-CUO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE CUOTAS: "
                   WS-CUO-STATUS
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
           OPEN INPUT CUSTOMER-ID-FILE
           OPEN INPUT XREF-FILE
           IF WS-TIT-STATUS = "00" AND WS-XRF-STATUS = "00"
               MOVE "S" TO WS-TITULARES-DISPONIBLES
           ELSE
               IF WS-TIT-STATUS = "00"
                   CLOSE CUSTOMER-ID-FILE
               END-IF
               IF WS-XRF-STATUS = "00"
                   CLOSE XREF-FILE
               END-IF
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

       MENU-PRESTAMOS.
           DISPLAY "===== PRESTAMOS ====="
           DISPLAY "1. Otorgar prestamo"
           DISPLAY "2. Consultar cronograma de cuotas"
           DISPLAY "3. Listar prestamos"
           DISPLAY "9. Salir"
           DISPLAY "Ingrese la opcion: "
           ACCEPT OPCION
           EVALUATE OPCION
               WHEN 1
                   PERFORM OTORGAR-PRESTAMO
               WHEN 2
                   PERFORM CONSULTAR-CRONOGRAMA
               WHEN 3
                   PERFORM LISTAR-PRESTAMOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      ******************************************************************
      * A loan is only granted on an open, non-dormant account whose
      * owner is on TITUMAST: the debtor has to be a known customer,
      * not just an account number.
      ******************************************************************
       OTORGAR-PRESTAMO.
           DISPLAY "Cuenta a acreditar: "
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
                           PERFORM BUSCAR-TITULAR
                       END-IF
                       END-IF
               END-READ
           END-IF.

       BUSCAR-TITULAR.
           MOVE SPACES TO WS-TITULAR
           IF TITULARES-DISPONIBLES
               MOVE WS-ACCOUNT-KEY TO XRF-CUENTA
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-TITULAR TO TIT-NUMERO
                       READ CUSTOMER-ID-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE TIT-NUMERO TO WS-TITULAR
                       END-READ
               END-READ
           END-IF
           IF WS-TITULAR = SPACES
               DISPLAY "La cuenta no tiene un titular registrado; "
                   "no se puede otorgar el prestamo."
           ELSE
               DISPLAY "Titular: " TIT-NUMERO " " TIT-NOMBRE
               PERFORM CAPTURAR-PRESTAMO
           END-IF.

       CAPTURAR-PRESTAMO.
           ACCEPT WS-FECHA-HOY FROM DATE
           PERFORM PEDIR-CAPITAL
           PERFORM PEDIR-TASA
           PERFORM PEDIR-CANTIDAD-CUOTAS
           PERFORM PEDIR-PRIMER-VTO
           PERFORM CALCULAR-CUOTA
           IF NOT CONDICIONES-VALIDAS
               DISPLAY "Las condiciones dan una cuota fuera de "
                   "rango; prestamo no otorgado."
           ELSE
               DISPLAY "Cuota mensual: " WS-IMPORTE-CUOTA
                   " x " WS-CANTIDAD-CUOTAS
               PERFORM PEDIR-CONFIRMACION
               IF WS-CONFIRMACION = "S"
                   PERFORM GRABAR-PRESTAMO
               ELSE
                   DISPLAY "Prestamo no otorgado."
               END-IF
           END-IF.

       PEDIR-CAPITAL.
           DISPLAY "Capital a prestar: "
           ACCEPT WS-CAPITAL
           IF WS-CAPITAL NOT > 0
               DISPLAY "El capital debe ser mayor que cero."
               PERFORM PEDIR-CAPITAL
           END-IF.

       PEDIR-TASA.
           DISPLAY "Tasa nominal anual pactada (0.NNNNNN): "
           ACCEPT WS-TASA-ANUAL
           IF WS-TASA-ANUAL NOT > 0
               DISPLAY "La tasa debe ser mayor que cero."
               PERFORM PEDIR-TASA
           END-IF.

       PEDIR-CANTIDAD-CUOTAS.
           DISPLAY "Cantidad de cuotas mensuales (maximo "
               WS-CUOTAS-MAXIMO "): "
           ACCEPT WS-CANTIDAD-CUOTAS
           IF WS-CANTIDAD-CUOTAS = 0
              OR WS-CANTIDAD-CUOTAS > WS-CUOTAS-MAXIMO
               DISPLAY "Cantidad de cuotas invalida."
               PERFORM PEDIR-CANTIDAD-CUOTAS
           END-IF.

      ******************************************************************
      * The first installment falls due after today, on a real date;
      * every later one falls on the same day of the following
      * months (or the month's last day when the month is shorter).
      ******************************************************************
       PEDIR-PRIMER-VTO.
           DISPLAY "Fecha del primer vencimiento (AAMMDD): "
           ACCEPT WS-FECHA-VENCIMIENTO
           MOVE "S" TO WS-CONDICIONES-OK
           IF WS-FECHA-VENCIMIENTO NOT NUMERIC
               MOVE "N" TO WS-CONDICIONES-OK
           ELSE
           IF WS-VTO-MM < 1 OR WS-VTO-MM > 12
               MOVE "N" TO WS-CONDICIONES-OK
           ELSE
               PERFORM CALCULAR-DIAS-MES
               IF WS-VTO-DD < 1 OR WS-VTO-DD > WS-DIAS-MES-AUX
                   MOVE "N" TO WS-CONDICIONES-OK
               END-IF
           END-IF
           END-IF
           IF NOT CONDICIONES-VALIDAS
               DISPLAY "Fecha invalida."
               PERFORM PEDIR-PRIMER-VTO
           ELSE
           IF WS-FECHA-VENCIMIENTO NOT > WS-FECHA-HOY
               DISPLAY "El primer vencimiento debe ser posterior "
                   "a hoy."
               PERFORM PEDIR-PRIMER-VTO
           ELSE
               MOVE WS-FECHA-VENCIMIENTO TO WS-PRIMER-VTO
               MOVE WS-VTO-DD TO WS-DIA-VTO
           END-IF
           END-IF.

      ******************************************************************
      * Level installment of the French system on the monthly rate:
      * C = P * i * (1 + i) ** n / ((1 + i) ** n - 1), numerator and
      * denominator worked out apart so no intermediate result loses
      * its decimals. Conditions whose factor does not fit are
      * refused rather than truncated.
      ******************************************************************
       CALCULAR-CUOTA.
           MOVE "S" TO WS-CONDICIONES-OK
           COMPUTE WS-TASA-MENSUAL ROUNDED = WS-TASA-ANUAL / 12
           COMPUTE WS-FACTOR ROUNDED =
               (1 + WS-TASA-MENSUAL) ** WS-CANTIDAD-CUOTAS
               ON SIZE ERROR
                   MOVE "N" TO WS-CONDICIONES-OK
           END-COMPUTE
           IF CONDICIONES-VALIDAS
               COMPUTE WS-NUMERADOR ROUNDED =
                   WS-CAPITAL * WS-TASA-MENSUAL * WS-FACTOR
                   ON SIZE ERROR
                       MOVE "N" TO WS-CONDICIONES-OK
               END-COMPUTE
               COMPUTE WS-DENOMINADOR = WS-FACTOR - 1
           END-IF
           IF CONDICIONES-VALIDAS
               COMPUTE WS-IMPORTE-CUOTA ROUNDED =
                   WS-NUMERADOR / WS-DENOMINADOR
                   ON SIZE ERROR
                       MOVE "N" TO WS-CONDICIONES-OK
               END-COMPUTE
           END-IF.

       PEDIR-CONFIRMACION.
           DISPLAY "Confirma el otorgamiento (S/N): "
           ACCEPT WS-CONFIRMACION
           IF WS-CONFIRMACION = "s"
               MOVE "S" TO WS-CONFIRMACION
           END-IF
           IF WS-CONFIRMACION = "n"
               MOVE "N" TO WS-CONFIRMACION
           END-IF
           IF WS-CONFIRMACION NOT = "S" AND WS-CONFIRMACION NOT = "N"
               DISPLAY "La respuesta debe ser S o N."
               PERFORM PEDIR-CONFIRMACION
           END-IF.

      ******************************************************************
      * The loan and its whole schedule are written BEFORE the
      * account is credited: if the loan cannot be written nothing
      * has moved, so no money reaches the customer without a loan
      * and a schedule to collect it back.
      ******************************************************************
       GRABAR-PRESTAMO.
           PERFORM OBTENER-NUMERO-PRESTAMO
           MOVE SPACES TO PRE-RECORD
           MOVE WS-NUMERO-PRESTAMO TO PRE-NUMERO
           MOVE WS-ACCOUNT-KEY TO PRE-CUENTA
           MOVE WS-TITULAR TO PRE-TITULAR
           MOVE WS-CAPITAL TO PRE-CAPITAL
           MOVE WS-TASA-ANUAL TO PRE-TASA-ANUAL
           MOVE WS-CANTIDAD-CUOTAS TO PRE-CANTIDAD-CUOTAS
           MOVE WS-IMPORTE-CUOTA TO PRE-IMPORTE-CUOTA
           MOVE WS-FECHA-HOY TO PRE-FECHA-ALTA
           MOVE WS-PRIMER-VTO TO PRE-FECHA-PRIMER-VTO
           MOVE WS-CAPITAL TO PRE-SALDO-CAPITAL
           MOVE 0 TO PRE-CUOTAS-COBRADAS
           MOVE "V" TO PRE-ESTADO
           MOVE WS-OPERADOR TO PRE-OPERADOR
           WRITE PRE-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL PRESTAMO: "
                       WS-PRE-STATUS
               NOT INVALID KEY
                   PERFORM GENERAR-CRONOGRAMA
                   PERFORM ACREDITAR-CUENTA
           END-WRITE.

       GENERAR-CRONOGRAMA.
           MOVE WS-CAPITAL TO WS-SALDO-CAPITAL
           MOVE WS-PRIMER-VTO TO WS-FECHA-VENCIMIENTO
           MOVE 0 TO WS-NUMERO-CUOTA
           PERFORM GENERAR-CUOTA WS-CANTIDAD-CUOTAS TIMES.

      ******************************************************************
      * Interest is charged on the principal still owed; the rest of
      * the level installment repays principal. The last installment
      * repays whatever principal the rounding left, so the schedule
      * always adds up to exactly the principal lent.
      ******************************************************************
       GENERAR-CUOTA.
           ADD 1 TO WS-NUMERO-CUOTA
           MOVE SPACES TO CUO-RECORD
           MOVE PRE-NUMERO TO CUO-PRESTAMO
           MOVE WS-NUMERO-CUOTA TO CUO-NUMERO
           MOVE WS-FECHA-VENCIMIENTO TO CUO-FECHA-VTO
           COMPUTE CUO-INTERES ROUNDED =
               WS-SALDO-CAPITAL * WS-TASA-MENSUAL
           IF WS-NUMERO-CUOTA = WS-CANTIDAD-CUOTAS
               MOVE WS-SALDO-CAPITAL TO CUO-CAPITAL
           ELSE
               COMPUTE CUO-CAPITAL = WS-IMPORTE-CUOTA - CUO-INTERES
           END-IF
           COMPUTE CUO-IMPORTE = CUO-CAPITAL + CUO-INTERES
           SUBTRACT CUO-CAPITAL FROM WS-SALDO-CAPITAL
           MOVE WS-SALDO-CAPITAL TO CUO-SALDO-CAPITAL
           MOVE "P" TO CUO-ESTADO
           MOVE 0 TO CUO-FECHA-COBRO
           MOVE 0 TO CUO-FECHA-ULT-INTENTO
           WRITE CUO-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA CUOTA " CUO-NUMERO
                       ": " WS-CUO-STATUS
           END-WRITE
           PERFORM SUMAR-UN-MES.

       SUMAR-UN-MES.
           IF WS-VTO-MM < 12
               ADD 1 TO WS-VTO-MM
           ELSE
               MOVE 1 TO WS-VTO-MM
               ADD 1 TO WS-VTO-AA
           END-IF
           PERFORM CALCULAR-DIAS-MES
           IF WS-DIA-VTO > WS-DIAS-MES-AUX
               MOVE WS-DIAS-MES-AUX TO WS-VTO-DD
           ELSE
               MOVE WS-DIA-VTO TO WS-VTO-DD
           END-IF.

       CALCULAR-DIAS-MES.
           MOVE WS-DIAS-MES (WS-VTO-MM) TO WS-DIAS-MES-AUX
           IF WS-VTO-MM = 2
               DIVIDE WS-VTO-AA BY 4
                   GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   MOVE 29 TO WS-DIAS-MES-AUX
               END-IF
           END-IF.

       ACREDITAR-CUENTA.
           MOVE WS-ACCOUNT-KEY TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
           MOVE ACCT-BALANCE TO WS-SALDO-ANTERIOR
           ADD WS-CAPITAL TO ACCT-BALANCE
           MOVE WS-FECHA-HOY TO ACCT-FECHA-ULT-MOV
           REWRITE ACCT-RECORD
           PERFORM ESCRIBIR-LOG
           MOVE "PREST-ALTA" TO WS-AUD-ACCION
           PERFORM ESCRIBIR-AUDITORIA
           DISPLAY "Prestamo otorgado: numero " PRE-NUMERO
               ", " PRE-CANTIDAD-CUOTAS " cuotas desde el "
               PRE-FECHA-PRIMER-VTO
           DISPLAY "Nuevo saldo de la cuenta: " ACCT-BALANCE.

      ******************************************************************
      * Loan numbers run in sequence: the next one follows the
      * highest number on file.
      ******************************************************************
       OBTENER-NUMERO-PRESTAMO.
           MOVE 0 TO WS-ULTIMO-PRESTAMO
           PERFORM POSICIONAR-PRESTAMOS
           PERFORM TOMAR-NUMERO-PRESTAMO
               UNTIL FIN-PRESTAMOS
           COMPUTE WS-NUMERO-PRESTAMO = WS-ULTIMO-PRESTAMO + 1.

       TOMAR-NUMERO-PRESTAMO.
           IF PRE-NUMERO IS NUMERIC
               MOVE PRE-NUMERO TO WS-ULTIMO-PRESTAMO
           END-IF
           PERFORM LEER-SIGUIENTE-PRESTAMO.

       POSICIONAR-PRESTAMOS.
           MOVE "N" TO WS-FIN-PRESTAMOS
           MOVE LOW-VALUES TO PRE-NUMERO
           START LOAN-MASTER-FILE
               KEY IS NOT LESS THAN PRE-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PRESTAMOS
           END-START
           IF NOT FIN-PRESTAMOS
               PERFORM LEER-SIGUIENTE-PRESTAMO
           END-IF.

       LEER-SIGUIENTE-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PRESTAMOS
           END-READ.

       CONSULTAR-CRONOGRAMA.
           DISPLAY "Numero de prestamo: "
           ACCEPT WS-PRESTAMO-PEDIDO
           MOVE WS-PRESTAMO-PEDIDO TO PRE-NUMERO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Prestamo no encontrado."
               NOT INVALID KEY
                   PERFORM MOSTRAR-CRONOGRAMA
           END-READ.

       MOSTRAR-CRONOGRAMA.
           DISPLAY "Prestamo " PRE-NUMERO " Cuenta " PRE-CUENTA
               " Titular " PRE-TITULAR " Capital " PRE-CAPITAL
               " Tasa " PRE-TASA-ANUAL " Estado " PRE-ESTADO
           DISPLAY "Saldo de capital: " PRE-SALDO-CAPITAL
               " Cuotas cobradas: " PRE-CUOTAS-COBRADAS
               " de " PRE-CANTIDAD-CUOTAS
           MOVE "N" TO WS-FIN-CUOTAS
           MOVE PRE-NUMERO TO CUO-PRESTAMO
           MOVE 0 TO CUO-NUMERO
           START INSTALLMENT-FILE
               KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-CUOTAS
           END-START
           IF NOT FIN-CUOTAS
               PERFORM LEER-SIGUIENTE-CUOTA
           END-IF
           PERFORM MOSTRAR-CUOTA
               UNTIL FIN-CUOTAS.

       LEER-SIGUIENTE-CUOTA.
           READ INSTALLMENT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CUOTAS
           END-READ
           IF NOT FIN-CUOTAS
              AND CUO-PRESTAMO NOT = PRE-NUMERO
               MOVE "S" TO WS-FIN-CUOTAS
           END-IF.

       MOSTRAR-CUOTA.
           DISPLAY "Cuota " CUO-NUMERO " Vto " CUO-FECHA-VTO
               " Importe " CUO-IMPORTE " Capital " CUO-CAPITAL
               " Interes " CUO-INTERES " Saldo " CUO-SALDO-CAPITAL
               " Estado " CUO-ESTADO
           PERFORM LEER-SIGUIENTE-CUOTA.

       LISTAR-PRESTAMOS.
           MOVE 0 TO WS-LISTADOS
           PERFORM POSICIONAR-PRESTAMOS
           PERFORM LISTAR-UN-PRESTAMO
               UNTIL FIN-PRESTAMOS
           IF WS-LISTADOS = 0
               DISPLAY "No hay prestamos registrados."
           END-IF.

       LISTAR-UN-PRESTAMO.
           ADD 1 TO WS-LISTADOS
           DISPLAY "Prestamo " PRE-NUMERO " Cuenta " PRE-CUENTA
               " Titular " PRE-TITULAR " Capital " PRE-CAPITAL
               " Cuota " PRE-IMPORTE-CUOTA " Cobradas "
               PRE-CUOTAS-COBRADAS "/" PRE-CANTIDAD-CUOTAS
               " Saldo " PRE-SALDO-CAPITAL " Estado " PRE-ESTADO
           PERFORM LEER-SIGUIENTE-PRESTAMO.

       ESCRIBIR-LOG.
           MOVE SPACES TO LOG-RECORD
           ACCEPT LOG-DATE FROM DATE
           ACCEPT LOG-TIME FROM TIME
           MOVE ACCT-NUMBER TO LOG-ACCOUNT
           MOVE "PR-DESEM" TO LOG-TIPO
           MOVE WS-CAPITAL TO LOG-IMPORTE
           MOVE WS-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE ACCT-BALANCE TO LOG-SALDO-NUEVO
           MOVE PRE-NUMERO TO LOG-REFERENCIA
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
           CLOSE LOAN-MASTER-FILE
           CLOSE INSTALLMENT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           IF TITULARES-DISPONIBLES
               CLOSE CUSTOMER-ID-FILE
               CLOSE XREF-FILE
           END-IF.

       END PROGRAM MANTENIMIENTO-PRESTAMOS.
