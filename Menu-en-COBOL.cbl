      *                  than the position table: rewriting it from
      *                  a partial load would silently delete every
      *                  line past the cap.
      *   15/10/2026 BT  Stamp the operator and the terminal on every
      *                  transaction-log entry. The operator is the
      *                  one signed on in MENU-PRINCIPAL (shared
      *                  session item); a standalone run asks for
      *                  it at startup, like the back office does.
      *   15/10/2026 BT  Supervisor override of the daily withdrawal
      *                  limits: a withdrawal over the amount or count
      *                  limit can go through when a supervisor other
      *                  than the operator keys their OPERMAST id and
      *                  password at the terminal, up to the override
      *                  ceiling of the account's product. The
      *                  supervisor id is carried in the RETIRO log
      *                  entry's reference and every override, granted
      *                  or denied, is written to SESLOG. The funds
      *                  and cash checks now run before the limit
      *                  checks, so no override is asked for a
      *                  withdrawal that could not be paid anyway.
      *   15/10/2026 BT  Ask for the beneficiary's name on an external
      *                  transfer and queue it in the INTERPEN
      *                  instruction (now 102 bytes), so the nightly
      *                  dispatch can screen it against the sanctions
      *                  watch list before it leaves the bank.
      *   15/10/2026 BT  Hand every card locked by failed PIN
      *                  attempts to the customer notification run
      *                  (AVISOPEN, PIN-BLOQ), referenced by the time
      *                  and terminal of the lockout.
      *   15/10/2026 BT  Fill the balance inquiry's last movements
      *                  from the account's archived entries in the
      *                  indexed history HISTIDX as well as today's
      *                  log, so an account with no movement today
      *                  still shows its latest ones.
      *   15/10/2026 BT  Refuse an account number, the customer's own
      *                  or a transfer destination, whose check digit
      *                  fails (RUTINA-DIGITO), before it is looked
      *                  up, so a mistyped digit cannot reach another
      *                  customer's account.
      *   15/10/2026 BT  Open a new account with nothing accrued, and
      *                  leave the nightly interest accrual (DEVENGO)
      *                  out of the last movements: it does not move
      *                  the balance until it is capitalised.
      *   15/10/2026 BT  Carry the custodian column now closing the
      *                  EFECTLOG record; a dispense leaves it blank.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT HISTORY-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-HIX-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ESTADOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT INTERBANK-PENDING-FILE ASSIGN TO "INTERPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "AVISOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVI-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODUCTO.

       FD  HISTORY-INDEX-FILE.
           COPY HISTIDX.

       FD  TRANSACTION-LOG-FILE.
       01  LOG-RECORD.
           05  LOG-DATE               PIC 9(06).
           05  LOG-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  LOG-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  LOG-TERMINAL           PIC X(04).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(60).
           05  EFE-IMPORTE            PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  EFE-SALDO              PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  EFE-CUSTODIO           PIC X(06).

       FD  CHEQUE-PENDING-FILE.
       01  CHEQUE-RECORD.
           05  INT-CTA-ORIGEN         PIC X(06).
           05  INT-IMPORTE            PIC 9(09)V99.
           05  INT-REFERENCIA         PIC X(20).
           05  INT-BENEFICIARIO       PIC X(30).
           05  FILLER                 PIC X(19).

       FD  NOTICE-FILE.
           COPY AVISO.

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

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-CLI-STATUS PIC X(02).
       01 WS-PROD-DISPONIBLE PIC X(01) VALUE "N".
           88 PRODUCTOS-DISPONIBLES VALUE "S".
       01 WS-LOG-STATUS PIC X(02).
       01 WS-HIX-STATUS PIC X(02).
       01 WS-STMT-STATUS PIC X(02).
       01 WS-POS-STATUS PIC X(02).
       01 WS-EFE-STATUS PIC X(02).
           88 CONTROL-EFECTIVO-ACTIVO VALUE "S".
       01 WS-EFECTIVO-DISPONIBLE PIC S9(07)V99 VALUE 0.
       01 WS-TERMINAL PIC X(04).
       01 WS-OPERADOR PIC X(06).
       01 WS-OPERADOR-SESION PIC X(06) EXTERNAL.
       01 WS-POS-MAX PIC 9(03) VALUE 100.
       01 WS-POS-COUNT PIC 9(03) VALUE 0.
       01 WS-POS-IDX PIC 9(03).
           88 EMBARGOS-DISPONIBLES VALUE "S".
       01 WS-IMPORTE-EMBARGO PIC S9(07)V99 VALUE 0.
       01 WS-INT-STATUS PIC X(02).
       01 WS-AVI-STATUS PIC X(02).
       01 WS-REFERENCIA-AVISO.
           05 AVR-HORA PIC 9(08).
           05 AVR-TERMINAL PIC X(04).
       01 WS-OPER-STATUS PIC X(02).
       01 WS-OPER-DISPONIBLE PIC X(01) VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".
       01 WS-SES-STATUS PIC X(02).
       01 WS-SES-EVENTO PIC X(12).
       01 WS-TOPE-EXCEPCION PIC S9(05)V99 VALUE 0.
       01 WS-MAX-RETIROS-EXCEP PIC 9(02) VALUE 0.
       01 WS-EXCEDE-IMPORTE PIC X(01) VALUE "N".
           88 EXCEDE-LIMITE-IMPORTE VALUE "S".
       01 WS-EXCEDE-CANTIDAD PIC X(01) VALUE "N".
           88 EXCEDE-LIMITE-CANTIDAD VALUE "S".
       01 WS-RETIRO-AUTORIZADO PIC X(01) VALUE "N".
           88 RETIRO-AUTORIZADO VALUE "S".
       01 WS-SUPERVISOR-ID PIC X(06).
       01 WS-SUPERVISOR-PASSWORD PIC X(08).
       01 WS-DETALLE-EXCEPCION.
           05 EXC-CUENTA PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EXC-LIMITE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EXC-TERMINAL PIC X(04).
       01 WS-BANCO-PROPIO PIC X(03) VALUE "001".
       01 WS-BANCO-DESTINO PIC X(03).
       01 WS-CTA-EXTERNA PIC X(06).
       01 WS-REFERENCIA-EXT PIC X(20).
       01 WS-BENEFICIARIO-EXT PIC X(30).
       01 WS-TIPO-DEPOSITO PIC X(01).
           88 DEPOSITO-CHEQUE VALUE "C".
       01 WS-CHEQUE-ENCOLADO PIC X(01) VALUE "N".
       01 WS-LOG-SALDO-ANTERIOR PIC S9(07)V99.
       01 WS-LOG-SALDO-NUEVO PIC S9(07)V99.
       01 WS-CTA-DESTINO PIC X(06).
       01 WS-DIGITO-CUENTA PIC X(01).
       01 WS-CUENTA-VALIDA PIC X(01).
           88 CUENTA-VALIDA VALUE "S".
       01 WS-MONTO-TRANSFER PIC S9999V99.
       01 WS-SALDO-ANT-DESTINO PIC S9(07)V99.
       01 SALDO-INICIAL PIC S9(07)V99 VALUE 1000.00.

       INICIO.
           PERFORM ABRIR-ARCHIVOS
           PERFORM PEDIR-OPERADOR
           PERFORM PEDIR-TERMINAL
           PERFORM PEDIR-CUENTA
           PERFORM LEER-CUENTA
           IF WS-EMB-STATUS = "00"
               MOVE "S" TO WS-EMB-DISPONIBLE
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE "S" TO WS-OPER-DISPONIBLE
           END-IF
           OPEN EXTEND TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
               GOBACK
           END-IF.

      ******************************************************************
      * Launched from MENU-PRINCIPAL the operator is the one already
      * signed on there; only a standalone run has to ask for it.
      ******************************************************************
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

       PEDIR-TERMINAL.
           DISPLAY "Identificacion de la terminal (ej. T001): "
           ACCEPT WS-TERMINAL
       PEDIR-CUENTA.
           DISPLAY "Ingrese su numero de cuenta: "
           ACCEPT WS-ACCOUNT-KEY
           CALL "RUTINA-DIGITO" USING WS-ACCOUNT-KEY WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF NOT CUENTA-VALIDA
               DISPLAY "Numero de cuenta invalido."
               PERFORM PEDIR-CUENTA
           END-IF.
                       MOVE 0 TO ACCT-INTENTOS-PIN
                       MOVE "N" TO ACCT-BLOQUEO-PIN
                       MOVE 0 TO ACCT-FECHA-ULT-MANT
                       MOVE 0 TO ACCT-INTERES-DEVENGADO
                       WRITE ACCT-RECORD
                   ELSE
                       PERFORM PEDIR-CUENTA
                           MOVE PROD-DIAS-RETENCION
                               TO WS-DIAS-RETENCION
                       END-IF
                       IF PROD-TOPE-EXCEPCION IS NUMERIC
                           MOVE PROD-TOPE-EXCEPCION
                               TO WS-TOPE-EXCEPCION
                       END-IF
                       IF PROD-MAX-RETIROS-EXCEP IS NUMERIC
                           MOVE PROD-MAX-RETIROS-EXCEP
                               TO WS-MAX-RETIROS-EXCEP
                       END-IF
               END-READ
           END-IF.

                   MOVE "S" TO ACCT-BLOQUEO-PIN
               END-IF
               REWRITE ACCT-RECORD
               IF PIN-BLOQUEADO
                   PERFORM ENTREGAR-AVISO
               END-IF
           END-IF.

      ******************************************************************
      * The customer is told by letter that the card was locked, so a
      * lockout the customer did not cause is noticed. The time and
      * terminal of the lockout are the reference. Like the interbank
      * queue, the notice file is opened for the one record only.
      ******************************************************************
       ENTREGAR-AVISO.
           OPEN EXTEND NOTICE-FILE
           IF WS-AVI-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           IF WS-AVI-STATUS = "00"
               MOVE SPACES TO AVI-RECORD
               MOVE ACCT-NUMBER TO AVI-CUENTA
               MOVE "PIN-BLOQ" TO AVI-EVENTO
               ACCEPT WS-FECHA-HOY FROM DATE
               MOVE WS-FECHA-HOY TO AVI-FECHA
               ACCEPT AVR-HORA FROM TIME
               MOVE WS-TERMINAL TO AVR-TERMINAL
               MOVE WS-REFERENCIA-AVISO TO AVI-REFERENCIA
               MOVE 0 TO AVI-IMPORTE
               MOVE "TARJETA BLOQUEADA POR PIN" TO AVI-DETALLE
               WRITE AVI-RECORD
               CLOSE NOTICE-FILE
           END-IF.

       MENU-CAJERO.
           COMPUTE WS-DISPONIBLE-TENTATIVO =
               WS-SALDO-TENTATIVO - WS-SALDO-PENDIENTE
               - WS-IMPORTE-EMBARGO
           PERFORM EVALUAR-LIMITES-RETIRO
           IF WS-DISPONIBLE-TENTATIVO < (0 - WS-CUPO-DESCUBIERTO)
               DISPLAY "No dispone de esa cantidad de dinero."
           ELSE
               DISPLAY "El cajero no puede componer ese importe con "
                   "los billetes disponibles. Intente otro importe."
           ELSE
               IF EXCEDE-LIMITE-IMPORTE OR EXCEDE-LIMITE-CANTIDAD
                   PERFORM SOLICITAR-AUTORIZACION
               END-IF
               IF (EXCEDE-LIMITE-IMPORTE OR EXCEDE-LIMITE-CANTIDAD)
                  AND NOT RETIRO-AUTORIZADO
                   DISPLAY "Retiro no realizado."
               ELSE
                   MOVE SALDO-INICIAL TO WS-SALDO-ANTERIOR
                   MOVE WS-SALDO-TENTATIVO TO SALDO-INICIAL
                   MOVE SALDO-INICIAL TO ACCT-BALANCE
                   ADD RETIRO TO ACCT-RETIRADO-HOY
                   ADD 1 TO ACCT-CONT-RETIROS-HOY
                   PERFORM ESTAMPAR-ACTIVIDAD
                   REWRITE ACCT-RECORD
                   MOVE "RETIRO" TO WS-LOG-TIPO
                   MOVE RETIRO TO WS-LOG-IMPORTE
                   MOVE WS-SALDO-ANTERIOR TO WS-LOG-SALDO-ANTERIOR
                   MOVE WS-SALDO-DESPUES TO WS-LOG-SALDO-NUEVO
                   IF RETIRO-AUTORIZADO
                       MOVE WS-SUPERVISOR-ID TO WS-LOG-REFERENCIA
                   END-IF
                   PERFORM ESCRIBIR-LOG
                   PERFORM REGISTRAR-TXN-SESION
                   IF RETIRO-AUTORIZADO
                       MOVE "EXCEP-RETIRO" TO WS-SES-EVENTO
                       PERFORM ESCRIBIR-SESION
                       DISPLAY "Retiro autorizado por el supervisor "
                           WS-SUPERVISOR-ID
                   END-IF
                   IF WS-SALDO-DESPUES < 0
                       DISPLAY "Cupo de descubierto utilizado. "
                           "Comision: " WS-COMISION-DESCUBIERTO
                       MOVE "COMISION" TO WS-LOG-TIPO
                       MOVE WS-COMISION-DESCUBIERTO TO WS-LOG-IMPORTE
                       MOVE WS-SALDO-DESPUES TO WS-LOG-SALDO-ANTERIOR
                       MOVE SALDO-INICIAL TO WS-LOG-SALDO-NUEVO
                       PERFORM ESCRIBIR-LOG
                       PERFORM REGISTRAR-TXN-SESION
                   END-IF
                   PERFORM ACTUALIZAR-POSICION-EFECTIVO
                   DISPLAY "Dinero en cuenta: " SALDO-INICIAL
               END-IF
           END-IF
           END-IF
           END-IF
      ******************************************************************
      * Balance inquiry: current and available balance, the room left
      * under the daily withdrawal limits, and the last movements of
      * this account: its archived entries from the indexed history,
      * then today's transaction log. The log is open in extend mode
      * for the session, so it is closed, read and reopened around
      * the scan.
      ******************************************************************
       CONSULTAR-SALDO.
           PERFORM ACTUALIZAR-CONTADOR-DIARIO

       MOSTRAR-ULTIMOS-MOVIMIENTOS.
           MOVE 0 TO WS-ULT-COUNT
           PERFORM ANOTAR-ARCHIVADOS
           CLOSE TRANSACTION-LOG-FILE
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "00"
                   WS-LOG-STATUS
           END-IF
           IF WS-ULT-COUNT = 0
               DISPLAY "Sin movimientos registrados."
           ELSE
               DISPLAY "Ultimos movimientos:"
               PERFORM LISTAR-ULTIMOS
           END-IF.

      ******************************************************************
      * The account's archived entries come straight from the index
      * in date and time order and go through the same five-entry
      * rotation as today's log entries that follow them, so the
      * listing ends with the most recent movements whichever file
      * holds them. Without the index only today's log is shown.
      ******************************************************************
       ANOTAR-ARCHIVADOS.
           OPEN INPUT HISTORY-INDEX-FILE
           IF WS-HIX-STATUS = "00"
               MOVE "N" TO WS-FIN-CONSULTA
               MOVE WS-ACCOUNT-KEY TO HIX-CLAVE-CUENTA
               MOVE 0 TO HIX-CLAVE-FECHA
               MOVE 0 TO HIX-CLAVE-HORA
               MOVE 0 TO HIX-CLAVE-SECUENCIA
               START HISTORY-INDEX-FILE
                   KEY IS NOT LESS THAN HIX-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-CONSULTA
               END-START
               IF NOT FIN-CONSULTA
                   PERFORM LEER-INDICE-CONSULTA
               END-IF
               PERFORM ANOTAR-ARCHIVADO
                   UNTIL FIN-CONSULTA
               CLOSE HISTORY-INDEX-FILE
           END-IF.

       LEER-INDICE-CONSULTA.
           READ HISTORY-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CONSULTA
           END-READ
           IF NOT FIN-CONSULTA
               IF HIX-CLAVE-CUENTA NOT = WS-ACCOUNT-KEY
                   MOVE "S" TO WS-FIN-CONSULTA
               END-IF
           END-IF.

       ANOTAR-ARCHIVADO.
           IF HIX-TIPO NOT = "DEVENGO"
               ADD 1 TO WS-ULT-COUNT
               DIVIDE WS-ULT-COUNT BY WS-ULT-MAX
                   GIVING WS-ULT-COCIENTE
                   REMAINDER WS-ULT-SLOT
               IF WS-ULT-SLOT = 0
                   MOVE WS-ULT-MAX TO WS-ULT-SLOT
               END-IF
               MOVE WS-ULT-SLOT TO WS-ULT-IDX
               MOVE HIX-DATE TO ULT-FECHA (WS-ULT-IDX)
               MOVE HIX-TIPO TO ULT-TIPO (WS-ULT-IDX)
               MOVE HIX-IMPORTE TO ULT-IMPORTE (WS-ULT-IDX)
           END-IF
           PERFORM LEER-INDICE-CONSULTA.

       LEER-LOG-CONSULTA.
           READ TRANSACTION-LOG-FILE
               AT END
      ******************************************************************
       ANOTAR-SI-PROPIO.
           IF LOG-ACCOUNT = WS-ACCOUNT-KEY
              AND LOG-TIPO NOT = "DEVENGO"
               ADD 1 TO WS-ULT-COUNT
               DIVIDE WS-ULT-COUNT BY WS-ULT-MAX
                   GIVING WS-ULT-COCIENTE
       TRANSFERIR.
           DISPLAY "Ingrese la cuenta destino: "
           ACCEPT WS-CTA-DESTINO
           CALL "RUTINA-DIGITO" USING WS-CTA-DESTINO WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF NOT CUENTA-VALIDA
               DISPLAY "Numero de cuenta invalido."
           ELSE
           IF WS-CTA-DESTINO = WS-ACCOUNT-KEY
                  OR WS-CTA-EXTERNA = LOW-VALUES
                   DISPLAY "Numero de cuenta invalido."
               ELSE
                   DISPLAY "Nombre del beneficiario: "
                   ACCEPT WS-BENEFICIARIO-EXT
                   IF WS-BENEFICIARIO-EXT = SPACES
                      OR WS-BENEFICIARIO-EXT = LOW-VALUES
                       DISPLAY "Nombre del beneficiario invalido."
                   ELSE
                       DISPLAY "Referencia del beneficiario: "
                       ACCEPT WS-REFERENCIA-EXT
                       PERFORM PEDIR-MONTO-TRANSFER
                       IF SALDO-INICIAL - WS-SALDO-PENDIENTE
                          - WS-IMPORTE-EMBARGO
                          - WS-MONTO-TRANSFER < 0
                           DISPLAY "No dispone de esa cantidad de "
                               "dinero."
                       ELSE
                           PERFORM EJECUTAR-INTERBANCARIA
                       END-IF
                   END-IF
               END-IF
           END-IF
               MOVE WS-ACCOUNT-KEY TO INT-CTA-ORIGEN
               MOVE WS-MONTO-TRANSFER TO INT-IMPORTE
               MOVE WS-REFERENCIA-EXT TO INT-REFERENCIA
               MOVE WS-BENEFICIARIO-EXT TO INT-BENEFICIARIO
               WRITE INTERBANK-RECORD
               CLOSE INTERBANK-PENDING-FILE
           END-IF.
               PERFORM PEDIR-RETIRO
           END-IF.

       EVALUAR-LIMITES-RETIRO.
           MOVE "N" TO WS-EXCEDE-IMPORTE
           MOVE "N" TO WS-EXCEDE-CANTIDAD
           MOVE "N" TO WS-RETIRO-AUTORIZADO
           IF ACCT-RETIRADO-HOY + RETIRO > WS-LIMITE-RETIRO-DIARIO
               MOVE "S" TO WS-EXCEDE-IMPORTE
           END-IF
           IF ACCT-CONT-RETIROS-HOY >= WS-MAX-RETIROS-DIA
               MOVE "S" TO WS-EXCEDE-CANTIDAD
           END-IF.

      ******************************************************************
      * A withdrawal over the daily limits can still go through on a
      * supervisor's authority, but only up to the product's override
      * ceiling (daily total and daily count reached WITH this
      * withdrawal); a product without a ceiling allows no override,
      * and neither does a terminal with no operator master to check
      * the supervisor against.
      ******************************************************************
       SOLICITAR-AUTORIZACION.
           IF EXCEDE-LIMITE-IMPORTE
               DISPLAY "Supera el limite de retiro diario."
           END-IF
           IF EXCEDE-LIMITE-CANTIDAD
               DISPLAY "Supera la cantidad de retiros diarios."
           END-IF
           MOVE WS-ACCOUNT-KEY TO EXC-CUENTA
           IF EXCEDE-LIMITE-IMPORTE AND EXCEDE-LIMITE-CANTIDAD
               MOVE "AMBOS" TO EXC-LIMITE
           ELSE
           IF EXCEDE-LIMITE-IMPORTE
               MOVE "IMPORTE" TO EXC-LIMITE
           ELSE
               MOVE "CANTIDAD" TO EXC-LIMITE
           END-IF
           END-IF
           MOVE WS-TERMINAL TO EXC-TERMINAL
           IF NOT OPERADORES-DISPONIBLES
              OR WS-TOPE-EXCEPCION NOT > 0
              OR WS-MAX-RETIROS-EXCEP = 0
               CONTINUE
           ELSE
           IF ACCT-RETIRADO-HOY + RETIRO > WS-TOPE-EXCEPCION
              OR ACCT-CONT-RETIROS-HOY >= WS-MAX-RETIROS-EXCEP
               DISPLAY "El retiro supera tambien el tope autorizable "
                   "por un supervisor."
           ELSE
               DISPLAY "Autoriza un supervisor el retiro (S/N): "
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   PERFORM VALIDAR-SUPERVISOR
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * The supervisor identifies at the terminal against OPERMAST and
      * can never be the operator keying the withdrawal. A refused
      * authorisation is logged to SESLOG under the id that was keyed.
      ******************************************************************
       VALIDAR-SUPERVISOR.
           DISPLAY "Identificacion del supervisor: "
           ACCEPT WS-SUPERVISOR-ID
           DISPLAY "Password del supervisor: "
           ACCEPT WS-SUPERVISOR-PASSWORD
           IF WS-SUPERVISOR-ID = WS-OPERADOR
               DISPLAY "El supervisor no puede autorizar su propia "
                   "operacion."
           ELSE
               MOVE WS-SUPERVISOR-ID TO OPER-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Supervisor o password incorrecto."
                   NOT INVALID KEY
                       IF OPERADOR-DESHABILITADO
                           DISPLAY "El supervisor esta deshabilitado."
                       ELSE
                       IF NOT ROL-SUPERVISOR
                           DISPLAY "El operador no es supervisor."
                       ELSE
                       IF WS-SUPERVISOR-PASSWORD NOT = OPER-PASSWORD
                           DISPLAY "Supervisor o password incorrecto."
                       ELSE
                           MOVE "S" TO WS-RETIRO-AUTORIZADO
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF
           IF NOT RETIRO-AUTORIZADO
               MOVE "EXCEP-DENEG" TO WS-SES-EVENTO
               PERFORM ESCRIBIR-SESION
           END-IF.

      ******************************************************************
      * SESLOG stays open in MENU-PRINCIPAL for the whole sign-on, so
      * the cashier only opens it long enough to append its entry.
      ******************************************************************
       ESCRIBIR-SESION.
           OPEN EXTEND SESSION-LOG-FILE
           IF WS-SES-STATUS = "35"
               OPEN OUTPUT SESSION-LOG-FILE
           END-IF
           IF WS-SES-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG DE SESIONES: "
                   WS-SES-STATUS
           ELSE
               MOVE SPACES TO SESSION-RECORD
               ACCEPT SES-DATE FROM DATE
               ACCEPT SES-TIME FROM TIME
               MOVE WS-SUPERVISOR-ID TO SES-OPERADOR
               MOVE WS-SES-EVENTO TO SES-EVENTO
               MOVE WS-DETALLE-EXCEPCION TO SES-DETALLE
               WRITE SESSION-RECORD
               CLOSE SESSION-LOG-FILE
           END-IF.

       ESCRIBIR-LOG.
           MOVE SPACES TO LOG-RECORD
           ACCEPT LOG-DATE FROM DATE
           MOVE WS-LOG-REFERENCIA TO LOG-REFERENCIA
           MOVE WS-LOG-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE WS-LOG-SALDO-NUEVO TO LOG-SALDO-NUEVO
           MOVE WS-OPERADOR TO LOG-OPERADOR
           MOVE WS-TERMINAL TO LOG-TERMINAL
           WRITE LOG-RECORD
           MOVE SPACES TO WS-LOG-REFERENCIA.

           IF EMBARGOS-DISPONIBLES
               CLOSE HOLD-MASTER-FILE
           END-IF
           IF OPERADORES-DISPONIBLES
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           CLOSE TRANSACTION-LOG-FILE
           CLOSE STATEMENT-FILE.

