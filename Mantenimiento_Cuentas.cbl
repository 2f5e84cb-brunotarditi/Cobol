      *                  the per-account projection the statement
      *                  and report programs read, refreshed from
      *                  TITUMAST here.
      *   15/10/2026 BT  Stamp the operator and the back-office
      *                  terminal (MANT) on the closure legs logged
      *                  to TRANSLOG; the operator is taken from the
      *                  MENU-PRINCIPAL sign-on when launched from
      *                  there and only asked for on a standalone
      *                  run.
      *   15/10/2026 BT  Maker-checker manual adjustments: an
      *                  operator proposes a credit or debit with a
      *                  reason code and the original TRANSLOG entry
      *                  it corrects (AJUSTES, pending until decided),
      *                  and a different supervisor, identified by id
      *                  and password against OPERMAST, approves it -
      *                  posting it to the account and to TRANSLOG as
      *                  AJUS-CRE or AJUS-DEB - or rejects it. Nobody
      *                  decides an adjustment they proposed; every
      *                  proposal and decision lands in MANTLOG.
      *   15/10/2026 BT  Capture the product's supervisor-override
      *                  ceiling (daily total and daily count) in the
      *                  product maintenance screen.
      *   15/10/2026 BT  Screen the customer against the sanctions
      *                  watch list (RUTINA-VIGILANCIA) on
      *                  registration and whenever the name or the
      *                  document changes; a possible match leaves
      *                  the customer pending for compliance. New
      *                  option 16 lets compliance clear or confirm
      *                  pending customers and the transfers the
      *                  interbank jobs held in INTERRET; confirming
      *                  a customer freezes all their accounts. Every
      *                  decision is audited in VIGILOG and MANTLOG.
      *   15/10/2026 BT  Hand every legal hold placed or lifted to
      *                  the customer notification run (AVISOPEN,
      *                  EMB-TRAB / EMB-LEVA), referenced by the
      *                  case number.
      *   15/10/2026 BT  Print the closure's final statement from
      *                  the account's entries in the indexed history
      *                  HISTIDX instead of reading every partition
      *                  and the live TRANSHIST.
      *   15/10/2026 BT  Issue new account numbers with a check digit:
      *                  the operator keys the five base digits and
      *                  RUTINA-DIGITO appends the digit. A closure
      *                  transfer to a number whose digit fails is
      *                  refused; any other account keyed here that
      *                  fails it is still reached, with a warning,
      *                  until the accounts issued before the digit
      *                  are reissued.
      *   15/10/2026 BT  Closure accrues the last days of credit
      *                  interest into the account's accrued interest
      *                  (DEVENGO) and capitalises the whole accrued
      *                  amount before the money leaves, the tax
      *                  withheld once on it; a new account opens
      *                  with nothing accrued.
      *   15/10/2026 BT  Refuse the closure while a vigente fixed-term
      *                  deposit (PLAZMAST) or loan (PRESMAST) still
      *                  lives on the account: the maturity is paid
      *                  into it and the installments collected from
      *                  it. A master that exists but cannot be read
      *                  refuses the closure too.
      *   15/10/2026 BT  An adjustment proposed on a standalone run
      *                  (no MENU-PRINCIPAL sign-on) now needs the
      *                  proposer's id and password against OPERMAST,
      *                  so the id the checker is compared with is
      *                  always a verified one.
      *   15/10/2026 BT  Audit a watch-list decision on a customer
      *                  once per linked account in MANTLOG, which is
      *                  keyed by account; the customer number stays
      *                  in VIGILOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISTORY-FILE ASSIGN TO "TRANSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTORY-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-HIX-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ESTFINAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "AJUSTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-NUMERO
               FILE STATUS IS WS-AJU-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT HELD-TRANSFER-FILE ASSIGN TO "INTERRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-NUMERO
               FILE STATUS IS WS-RET-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "AVISOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVI-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER-FILE.
           COPY EMBARGO.

       FD  ADJUSTMENT-FILE.
           COPY AJUSTE.

       FD  HELD-TRANSFER-FILE.
           COPY RETENIDA.

       FD  NOTICE-FILE.
           COPY AVISO.

       FD  TERM-DEPOSIT-FILE.
           COPY PLAZO.

       FD  LOAN-MASTER-FILE.
           COPY PRESTAMO.

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

       FD  CHEQUE-PENDING-FILE.
       01  CHEQUE-RECORD.
           05  CHQ-ESTADO             PIC X(01).

       FD  HISTORY-FILE.
       01  HIST-RECORD                PIC X(79).

       FD  HISTORY-INDEX-FILE.
           COPY HISTIDX.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(80).
       01 WS-LOG-STATUS PIC X(02).
       01 WS-CHQ-STATUS PIC X(02).
       01 WS-HIST-STATUS PIC X(02).
       01 WS-HIX-STATUS PIC X(02).
       01 WS-STMT-STATUS PIC X(02).
       01 WS-FIN-CHEQUES PIC X(01) VALUE "N".
           88 FIN-CHEQUES VALUE "S".
       01 WS-FIN-HISTORIA PIC X(01) VALUE "N".
           88 FIN-HISTORIA VALUE "S".
       01 WS-CHEQUES-PENDIENTES PIC 9(03).
       01 WS-PLZ-STATUS PIC X(02).
       01 WS-PRE-STATUS PIC X(02).
       01 WS-FIN-PLAZOS PIC X(01) VALUE "N".
           88 FIN-PLAZOS VALUE "S".
       01 WS-FIN-PRESTAMOS PIC X(01) VALUE "N".
           88 FIN-PRESTAMOS VALUE "S".
       01 WS-PLAZOS-VIGENTES PIC 9(03).
       01 WS-PRESTAMOS-VIGENTES PIC 9(03).
       01 WS-VINCULOS-CIERRE PIC X(01).
           88 VINCULOS-VERIFICADOS VALUE "S".
       01 WS-EMBARGO-CIERRE PIC X(01).
           88 EMBARGO-BLOQUEA-CIERRE VALUE "S".
       01 WS-CIERRE-OK PIC X(01).
           05  WSH-SALDO-NUEVO        PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  WSH-REFERENCIA         PIC X(06).
           05  FILLER                 PIC X(01).
           05  WSH-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  WSH-TERMINAL           PIC X(04).

       01 WS-LINEA-ESTADO.
           05  EST-FECHA              PIC 9(06).
       01 WS-FIN-CLIENTES PIC X(01) VALUE "N".
           88 FIN-CLIENTES VALUE "S".
       01 WS-OPERADOR PIC X(06).
       01 WS-OPERADOR-SESION PIC X(06) EXTERNAL.
       01 WS-ACCOUNT-KEY PIC X(06).
       01 WS-BASE-CUENTA PIC X(05).
       01 WS-DIGITO-CUENTA PIC X(01).
       01 WS-CUENTA-VALIDA PIC X(01).
           88 CUENTA-VALIDA VALUE "S".
       01 WS-AUD-ACCION PIC X(12).
       01 WS-CUENTA-LEIDA PIC X(01) VALUE "N".
           88 CUENTA-LEIDA VALUE "S".
       01 WS-AJU-STATUS PIC X(02).
       01 WS-OPER-STATUS PIC X(02).
       01 WS-OPERADORES-DISPONIBLES PIC X(01) VALUE "N".
           88 OPERADORES-DISPONIBLES VALUE "S".
       01 WS-FIN-AJUSTES PIC X(01) VALUE "N".
           88 FIN-AJUSTES VALUE "S".
       01 WS-ULTIMO-AJUSTE PIC 9(06).
       01 WS-NUMERO-AJUSTE PIC 9(06).
       01 WS-AJUSTES-PENDIENTES PIC 9(03).
       01 WS-SENTIDO-AJUSTE PIC X(01).
       01 WS-IMPORTE-AJUSTE PIC S9(06)V99.
       01 WS-MOTIVO-AJUSTE PIC X(02).
       01 WS-MOTIVO-VALIDO PIC X(01).
           88 MOTIVO-VALIDO VALUE "S".
       01 WS-IDX-MOTIVO PIC 9(02).
       01 WS-REF-FECHA PIC 9(06).
       01 WS-REF-HORA PIC 9(08).
       01 WS-REF-CUENTA PIC X(06).
       01 WS-REF-TIPO PIC X(08).
       01 WS-REF-IMPORTE PIC S9(06)V99.
       01 WS-REF-HALLADA PIC X(01).
           88 REFERENCIA-HALLADA VALUE "S".
       01 WS-SUPERVISOR-ID PIC X(06).
       01 WS-SUPERVISOR-PASSWORD PIC X(08).
       01 WS-SUPERVISOR-OK PIC X(01).
           88 SUPERVISOR-VALIDO VALUE "S".
       01 WS-DECISION-AJUSTE PIC X(01).
       01 WS-RET-STATUS PIC X(02).
       01 WS-AVI-STATUS PIC X(02).
       01 WS-AVISO-EVENTO PIC X(08).
       01 WS-AVISO-DETALLE PIC X(25).
       01 WS-FIN-RETENIDAS PIC X(01) VALUE "N".
           88 FIN-RETENIDAS VALUE "S".
       01 WS-NOMBRE-ANTERIOR PIC X(30).
       01 WS-DOCUMENTO-ANTERIOR PIC X(11).
       01 WS-VIGILANCIA-ANTERIOR PIC X(01).
       01 WS-FECHA-VIG-ANTERIOR PIC 9(06).
       01 WS-COINCIDENCIAS-PENDIENTES PIC 9(05).
       01 WS-TIPO-COINCIDENCIA PIC X(01).
       01 WS-NUMERO-RETENCION PIC 9(08).
       01 WS-DECISION-VIGILANCIA PIC X(01).
           88 DECISION-DESCARTAR VALUE "D".
           88 DECISION-CONFIRMAR VALUE "C".
       01 WS-CUENTAS-CONGELADAS PIC 9(03).
       01 WS-ACCION-VIGILANCIA PIC X(12).
       01 WS-PROPONENTE-PASSWORD PIC X(08).
       01 WS-PROPONENTE-OK PIC X(01).
           88 PROPONENTE-VALIDO VALUE "S".

      ******************************************************************
      * A held transfer's record image, seen in the layout of the
      * file it came from: the outgoing queue INTERPEN or the
      * correspondent's incoming file INTERENT.
      ******************************************************************
       01 WS-ITEM-RETENIDO PIC X(102).
       01 WS-RETENIDA-SALIENTE REDEFINES WS-ITEM-RETENIDO.
           05  RTS-TIPO-REG           PIC X(01).
           05  RTS-FECHA              PIC 9(06).
           05  RTS-BANCO              PIC X(03).
           05  RTS-CTA-DESTINO        PIC X(06).
           05  RTS-CTA-ORIGEN         PIC X(06).
           05  RTS-IMPORTE            PIC 9(09)V99.
           05  RTS-REFERENCIA         PIC X(20).
           05  RTS-BENEFICIARIO       PIC X(30).
           05  FILLER                 PIC X(19).
       01 WS-RETENIDA-ENTRANTE REDEFINES WS-ITEM-RETENIDO.
           05  RTE-TIPO-REG           PIC X(01).
           05  RTE-FECHA              PIC 9(06).
           05  RTE-BANCO-ORIGEN       PIC X(03).
           05  RTE-CTA-BENEF          PIC X(06).
           05  RTE-IMPORTE            PIC 9(09)V99.
           05  RTE-REFERENCIA         PIC X(20).
           05  RTE-ORDENANTE          PIC X(30).
           05  FILLER                 PIC X(25).

           COPY VIGILA.

      ******************************************************************
      * Reason codes an adjustment may carry; the daily adjustments
      * report prints the same descriptions.
      ******************************************************************
       01 WS-MOTIVOS-INICIAL.
           05  FILLER PIC X(24) VALUE "01IMPORTE ERRONEO       ".
           05  FILLER PIC X(24) VALUE "02CUENTA EQUIVOCADA     ".
           05  FILLER PIC X(24) VALUE "03MOVIMIENTO DUPLICADO  ".
           05  FILLER PIC X(24) VALUE "04COMISION INDEBIDA     ".
           05  FILLER PIC X(24) VALUE "05INTERES MAL LIQUIDADO ".
           05  FILLER PIC X(24) VALUE "99OTRO MOTIVO           ".
       01 WS-TABLA-MOTIVOS REDEFINES WS-MOTIVOS-INICIAL.
           05  MOTIVO-ENTRADA OCCURS 6 TIMES.
               10  MOT-CODIGO         PIC X(02).
               10  MOT-DESCRIPCION    PIC X(22).
       01 WS-MOTIVOS-CARGADOS PIC 9(02) VALUE 6.
       01 OPCION PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
               DISPLAY "ERROR AL ABRIR EL LOG DE TRANSACCIONES: "
                   WS-LOG-STATUS
               GOBACK
           END-IF
           OPEN I-O ADJUSTMENT-FILE
           IF WS-AJU-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
               OPEN I-O ADJUSTMENT-FILE
           END-IF
           IF WS-AJU-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE AJUSTES: "
                   WS-AJU-STATUS
               GOBACK
           END-IF
           OPEN I-O HELD-TRANSFER-FILE
           IF WS-RET-STATUS = "35"
               OPEN OUTPUT HELD-TRANSFER-FILE
               CLOSE HELD-TRANSFER-FILE
               OPEN I-O HELD-TRANSFER-FILE
           END-IF
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LAS TRANSFERENCIAS RETENIDAS: "
                   WS-RET-STATUS
               GOBACK
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE "S" TO WS-OPERADORES-DISPONIBLES
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

       MENU-MANTENIMIENTO.
           DISPLAY "11. Trabar embargo judicial"
           DISPLAY "12. Levantar embargo judicial"
           DISPLAY "13. Posicion consolidada del cliente"
           DISPLAY "14. Proponer ajuste manual"
           DISPLAY "15. Autorizar o rechazar ajustes"
           DISPLAY "16. Resolver coincidencias de listas"
           DISPLAY "9. Salir"
           DISPLAY "Ingrese la opcion: "
           ACCEPT OPCION
                   PERFORM LEVANTAR-EMBARGO
               WHEN 13
                   PERFORM POSICION-CONSOLIDADA
               WHEN 14
                   PERFORM PROPONER-AJUSTE
               WHEN 15
                   PERFORM AUTORIZAR-AJUSTE
               WHEN 16
                   PERFORM RESOLVER-COINCIDENCIAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

      ******************************************************************
      * Accounts issued before the check digit are still on file
      * until they are reissued, so the back office can reach a
      * number that fails the check but is warned about it.
      ******************************************************************
       PEDIR-CUENTA.
           DISPLAY "Ingrese el numero de cuenta: "
           ACCEPT WS-ACCOUNT-KEY
           IF WS-ACCOUNT-KEY = SPACES OR WS-ACCOUNT-KEY = LOW-VALUES
               DISPLAY "Numero de cuenta invalido."
               PERFORM PEDIR-CUENTA
           ELSE
               CALL "RUTINA-DIGITO" USING WS-ACCOUNT-KEY
                   WS-DIGITO-CUENTA WS-CUENTA-VALIDA
               IF NOT CUENTA-VALIDA
                   DISPLAY "Atencion: el numero no tiene un digito "
                       "verificador valido (cuenta a reemitir)."
               END-IF
           END-IF.

      ******************************************************************
      * A new account number is the five base digits the operator
      * chooses followed by the check digit RUTINA-DIGITO computes.
      ******************************************************************
       PEDIR-CUENTA-NUEVA.
           DISPLAY "Ingrese los 5 digitos base de la cuenta nueva: "
           ACCEPT WS-BASE-CUENTA
           MOVE WS-BASE-CUENTA TO WS-ACCOUNT-KEY
           CALL "RUTINA-DIGITO" USING WS-ACCOUNT-KEY WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF WS-DIGITO-CUENTA = SPACE
               DISPLAY "La base debe ser de 5 digitos."
               PERFORM PEDIR-CUENTA-NUEVA
           ELSE
               MOVE WS-DIGITO-CUENTA TO WS-ACCOUNT-KEY (6:1)
               DISPLAY "Numero de cuenta asignado: " WS-ACCOUNT-KEY
           END-IF.

       LEER-CUENTA.
           END-READ.

       ABRIR-CUENTA.
           PERFORM PEDIR-CUENTA-NUEVA
           MOVE WS-ACCOUNT-KEY TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
           MOVE 0 TO ACCT-INTENTOS-PIN
           MOVE "N" TO ACCT-BLOQUEO-PIN
           MOVE 0 TO ACCT-FECHA-ULT-MANT
           MOVE 0 TO ACCT-INTERES-DEVENGADO
           PERFORM PEDIR-PRODUCTO-CUENTA
           WRITE ACCT-RECORD
           MOVE "APERTURA" TO WS-AUD-ACCION
               MOVE WS-ACCOUNT-KEY TO WS-TITULAR-PEDIDO
           END-IF
           PERFORM CAPTURAR-DATOS-TITULAR
           MOVE SPACES TO TIT-VIGILANCIA
           MOVE 0 TO TIT-FECHA-VIGILANCIA
           PERFORM VERIFICAR-LISTAS-TITULAR
           WRITE TIT-RECORD
               INVALID KEY
                   REWRITE TIT-RECORD
           DISPLAY "Comision mensual de mantenimiento: "
           ACCEPT PROD-COMISION-MANT
           DISPLAY "Saldo minimo que exime la comision: "
           ACCEPT PROD-SALDO-EXENTO
           DISPLAY "Tope diario autorizable por supervisor: "
           ACCEPT PROD-TOPE-EXCEPCION
           DISPLAY "Retiros diarios autorizables por supervisor: "
           ACCEPT PROD-MAX-RETIROS-EXCEP.

      ******************************************************************
      * Updating identity data touches the customer master once and
                       PERFORM ALTA-TITULAR-NUEVO
                   NOT INVALID KEY
                       MOVE XRF-TITULAR TO WS-TITULAR-PEDIDO
                       PERFORM GUARDAR-DATOS-ANTERIORES
                       PERFORM CAPTURAR-DATOS-TITULAR
                       PERFORM REVISAR-CAMBIO-IDENTIDAD
                       REWRITE TIT-RECORD
                           INVALID KEY
                               WRITE TIT-RECORD
                   WS-TITULAR-PEDIDO
           END-IF.

      ******************************************************************
      * Data capture rebuilds the identity record from scratch, so
      * the watch-list standing is kept aside first and carried over:
      * only a new name or document is screened again. A customer
      * compliance has confirmed stays confirmed whatever is keyed.
      ******************************************************************
       GUARDAR-DATOS-ANTERIORES.
           MOVE WS-TITULAR-PEDIDO TO TIT-NUMERO
           READ CUSTOMER-ID-FILE
               INVALID KEY
                   MOVE SPACES TO TIT-RECORD
           END-READ
           MOVE TIT-NOMBRE TO WS-NOMBRE-ANTERIOR
           MOVE TIT-DOCUMENTO TO WS-DOCUMENTO-ANTERIOR
           MOVE TIT-VIGILANCIA TO WS-VIGILANCIA-ANTERIOR
           IF TIT-FECHA-VIGILANCIA IS NUMERIC
               MOVE TIT-FECHA-VIGILANCIA TO WS-FECHA-VIG-ANTERIOR
           ELSE
               MOVE 0 TO WS-FECHA-VIG-ANTERIOR
           END-IF.

       REVISAR-CAMBIO-IDENTIDAD.
           MOVE WS-VIGILANCIA-ANTERIOR TO TIT-VIGILANCIA
           MOVE WS-FECHA-VIG-ANTERIOR TO TIT-FECHA-VIGILANCIA
           IF TIT-NOMBRE NOT = WS-NOMBRE-ANTERIOR
              OR TIT-DOCUMENTO NOT = WS-DOCUMENTO-ANTERIOR
               PERFORM VERIFICAR-LISTAS-TITULAR
           END-IF.

      ******************************************************************
      * Screening of the identity being recorded. A possible match
      * leaves the customer pending for compliance (option 16) and
      * is audited; the account itself is not refused here. With no
      * list loaded the standing is left as it was.
      ******************************************************************
       VERIFICAR-LISTAS-TITULAR.
           ACCEPT WS-FECHA-HOY FROM DATE
           MOVE "V" TO VIG-FUNCION
           MOVE "MANTCTAS" TO VIG-ORIGEN
           MOVE TIT-NUMERO TO VIG-SUJETO
           MOVE TIT-NOMBRE TO VIG-NOMBRE
           MOVE TIT-DOCUMENTO TO VIG-DOCUMENTO
           MOVE 0 TO VIG-FECHA-DESDE
           MOVE WS-OPERADOR TO VIG-OPERADOR
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS
           IF VIG-COINCIDENCIA
               IF NOT VIGILANCIA-CONFIRMADA
                   MOVE "P" TO TIT-VIGILANCIA
               END-IF
               MOVE WS-FECHA-HOY TO TIT-FECHA-VIGILANCIA
               DISPLAY "AVISO: posible coincidencia con la lista de "
                   "vigilancia (" VIG-LISTA-NOMBRE "). El cliente "
                   "queda pendiente de revision de cumplimiento."
               MOVE "COINC-LISTA" TO WS-AUD-ACCION
               PERFORM ESCRIBIR-AUDITORIA
           ELSE
           IF VIG-LIBRE
               IF NOT VIGILANCIA-CONFIRMADA
                   MOVE "L" TO TIT-VIGILANCIA
               END-IF
               MOVE WS-FECHA-HOY TO TIT-FECHA-VIGILANCIA
           END-IF
           END-IF.

       PROYECTAR-TODAS-CUENTAS.
           MOVE "N" TO WS-FIN-XREF
           MOVE LOW-VALUES TO XRF-CUENTA
      * A vigente legal hold blocks the closure outright: paying the
      * residual out or transferring it away would defeat the very
      * hold the cashier and the order posting enforce. The court
      * lifts the embargo first, the account closes after. A vigente
      * fixed-term deposit or loan on the account blocks it as well:
      * the maturity is paid into the account and the installments
      * are collected from it, so the deposit has to mature and the
      * loan be cancelled first.
      ******************************************************************
       EVALUAR-CIERRE.
           PERFORM VERIFICAR-EMBARGO-CIERRE
                   "liberen o devuelvan."
           ELSE
               PERFORM CONTAR-CHEQUES-PENDIENTES
               PERFORM CONTAR-VINCULOS-CIERRE
               IF WS-CHEQUES-PENDIENTES > 0
                   DISPLAY "La cuenta tiene " WS-CHEQUES-PENDIENTES
                       " cheque(s) sin liberar en la cola; no "
                       "puede cerrarse."
               ELSE
               IF NOT VINCULOS-VERIFICADOS
                   DISPLAY "No pudieron verificarse los plazos fijos "
                       "y prestamos de la cuenta; no puede cerrarse."
               ELSE
               IF WS-PLAZOS-VIGENTES > 0
                   DISPLAY "La cuenta tiene " WS-PLAZOS-VIGENTES
                       " plazo(s) fijo(s) vigente(s); no puede "
                       "cerrarse hasta que venzan."
               ELSE
               IF WS-PRESTAMOS-VIGENTES > 0
                   DISPLAY "La cuenta tiene " WS-PRESTAMOS-VIGENTES
                       " prestamo(s) vigente(s); no puede cerrarse "
                       "hasta que se cancelen."
               ELSE
                   PERFORM LIQUIDAR-CIERRE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           END-IF
           PERFORM LEER-CHEQUE-PENDIENTE.

      ******************************************************************
      * The fixed-term deposit and loan masters are keyed by their own
      * numbers, so each is read through for the ones still vigente
      * on the account. A master not yet created holds nothing; one
      * that exists and cannot be opened leaves the closure unproved.
      ******************************************************************
       CONTAR-VINCULOS-CIERRE.
           MOVE "S" TO WS-VINCULOS-CIERRE
           MOVE 0 TO WS-PLAZOS-VIGENTES
           MOVE 0 TO WS-PRESTAMOS-VIGENTES
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-PLZ-STATUS = "00"
               PERFORM RECORRER-PLAZOS-CIERRE
               CLOSE TERM-DEPOSIT-FILE
           ELSE
           IF WS-PLZ-STATUS NOT = "35"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PLAZOS FIJOS: "
                   WS-PLZ-STATUS
               MOVE "N" TO WS-VINCULOS-CIERRE
           END-IF
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-PRE-STATUS = "00"
               PERFORM RECORRER-PRESTAMOS-CIERRE
               CLOSE LOAN-MASTER-FILE
           ELSE
           IF WS-PRE-STATUS NOT = "35"
               DISPLAY "ERROR AL ABRIR EL ARCHIVO DE PRESTAMOS: "
                   WS-PRE-STATUS
               MOVE "N" TO WS-VINCULOS-CIERRE
           END-IF
           END-IF.

       RECORRER-PLAZOS-CIERRE.
           MOVE "N" TO WS-FIN-PLAZOS
           MOVE LOW-VALUES TO PLZ-CERTIFICADO
           START TERM-DEPOSIT-FILE
               KEY IS NOT LESS THAN PLZ-CERTIFICADO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PLAZOS
           END-START
           IF NOT FIN-PLAZOS
               PERFORM LEER-SIGUIENTE-PLAZO
           END-IF
           PERFORM CONTAR-PLAZO-PROPIO
               UNTIL FIN-PLAZOS.

       LEER-SIGUIENTE-PLAZO.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PLAZOS
           END-READ.

       CONTAR-PLAZO-PROPIO.
           IF PLZ-CUENTA = WS-ACCOUNT-KEY
              AND PLAZO-VIGENTE
               ADD 1 TO WS-PLAZOS-VIGENTES
           END-IF
           PERFORM LEER-SIGUIENTE-PLAZO.

       RECORRER-PRESTAMOS-CIERRE.
           MOVE "N" TO WS-FIN-PRESTAMOS
           MOVE LOW-VALUES TO PRE-NUMERO
           START LOAN-MASTER-FILE
               KEY IS NOT LESS THAN PRE-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PRESTAMOS
           END-START
           IF NOT FIN-PRESTAMOS
               PERFORM LEER-SIGUIENTE-PRESTAMO
           END-IF
           PERFORM CONTAR-PRESTAMO-PROPIO
               UNTIL FIN-PRESTAMOS.

       LEER-SIGUIENTE-PRESTAMO.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PRESTAMOS
           END-READ.

       CONTAR-PRESTAMO-PROPIO.
           IF PRE-CUENTA = WS-ACCOUNT-KEY
              AND PRESTAMO-VIGENTE
               ADD 1 TO WS-PRESTAMOS-VIGENTES
           END-IF
           PERFORM LEER-SIGUIENTE-PRESTAMO.

       LIQUIDAR-CIERRE.
           PERFORM DEVENGAR-INTERES-FINAL
           IF ACCT-BALANCE < 0

      ******************************************************************
      * The account earns (or owes) its last days of interest before
      * the money leaves, at the product's rates, with the same
      * runaway-devengo cap the nightly job applies. An account
      * already accrued today accrues nothing more. Whatever credit
      * interest stands accrued is then capitalised with the same tax
      * withholding the month-end capitalisation applies.
      ******************************************************************
       DEVENGAR-INTERES-FINAL.
           ACCEPT WS-FECHA-HOY FROM DATE
           IF ACCT-INTERES-DEVENGADO IS NOT NUMERIC
               MOVE 0 TO ACCT-INTERES-DEVENGADO
           END-IF
           IF ACCT-FECHA-ULT-INTERES IS NUMERIC
              AND ACCT-FECHA-ULT-INTERES = WS-FECHA-HOY
               CONTINUE
               IF ACCT-BALANCE < 0
                   PERFORM CARGAR-INTERES-DEUDOR
               ELSE
                   PERFORM DEVENGAR-DIAS-FINALES
               END-IF
           END-IF
           IF ACCT-INTERES-DEVENGADO > 0
               PERFORM ACREDITAR-INTERES-FINAL
           END-IF.

       DETERMINAR-TASAS-CIERRE.
               END-IF
           END-IF.

       DEVENGAR-DIAS-FINALES.
           COMPUTE WS-INTERES ROUNDED =
               ACCT-BALANCE * WS-TASA-APLICADA * WS-DIAS-DEVENGO
           IF WS-INTERES > 0
               ADD WS-INTERES TO ACCT-INTERES-DEVENGADO
               MOVE WS-FECHA-HOY TO ACCT-FECHA-ULT-INTERES
               REWRITE ACCT-RECORD
               MOVE "DEVENGO" TO WS-LOG-TIPO
               MOVE WS-INTERES TO WS-LOG-IMPORTE
               MOVE ACCT-BALANCE TO WS-LOG-SALDO-ANTERIOR
               MOVE ACCT-BALANCE TO WS-LOG-SALDO-NUEVO
               PERFORM ESCRIBIR-LOG-CIERRE
           END-IF.

       ACREDITAR-INTERES-FINAL.
           MOVE ACCT-INTERES-DEVENGADO TO WS-INTERES
           COMPUTE WS-RETENCION ROUNDED =
               WS-INTERES * WS-TASA-RETENCION
           COMPUTE WS-INTERES-NETO =
               WS-INTERES - WS-RETENCION
           MOVE ACCT-BALANCE TO WS-SALDO-ANTERIOR
           ADD WS-INTERES-NETO TO ACCT-BALANCE
           MOVE 0 TO ACCT-INTERES-DEVENGADO
           REWRITE ACCT-RECORD
           MOVE "INTERES" TO WS-LOG-TIPO
           MOVE WS-INTERES TO WS-LOG-IMPORTE
           MOVE WS-SALDO-ANTERIOR TO WS-LOG-SALDO-ANTERIOR
           COMPUTE WS-LOG-SALDO-NUEVO =
               WS-SALDO-ANTERIOR + WS-INTERES
           PERFORM ESCRIBIR-LOG-CIERRE
           IF WS-RETENCION > 0
               MOVE "IMPUESTO" TO WS-LOG-TIPO
               MOVE WS-RETENCION TO WS-LOG-IMPORTE
               COMPUTE WS-LOG-SALDO-ANTERIOR =
                   WS-SALDO-ANTERIOR + WS-INTERES
               MOVE ACCT-BALANCE TO WS-LOG-SALDO-NUEVO
               PERFORM ESCRIBIR-LOG-CIERRE
           END-IF
           DISPLAY "Interes final acreditado (neto): "
               WS-INTERES-NETO.

       CARGAR-INTERES-DEUDOR.
           COMPUTE WS-INTERES ROUNDED =
               (0 - ACCT-BALANCE) * WS-TASA-DEBITO-APLICADA
       TRANSFERIR-RESIDUAL.
           DISPLAY "Cuenta destino del saldo: "
           ACCEPT WS-CTA-DESTINO
           CALL "RUTINA-DIGITO" USING WS-CTA-DESTINO WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF NOT CUENTA-VALIDA
              OR WS-CTA-DESTINO = WS-ACCOUNT-KEY
               DISPLAY "Cuenta destino invalida."
               MOVE "N" TO WS-CIERRE-OK
           MOVE WS-LOG-REFERENCIA TO LOG-REFERENCIA
           MOVE WS-LOG-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE WS-LOG-SALDO-NUEVO TO LOG-SALDO-NUEVO
           MOVE WS-OPERADOR TO LOG-OPERADOR
           MOVE "MANT" TO LOG-TERMINAL
           WRITE LOG-RECORD
           MOVE SPACES TO WS-LOG-REFERENCIA.

           MOVE WS-LOG-REFERENCIA TO LOG-REFERENCIA
           MOVE WS-LOG-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE WS-LOG-SALDO-NUEVO TO LOG-SALDO-NUEVO
           MOVE WS-OPERADOR TO LOG-OPERADOR
           MOVE "MANT" TO LOG-TERMINAL
           WRITE LOG-RECORD
           MOVE SPACES TO WS-LOG-REFERENCIA.

      ******************************************************************
      * The final statement lists every archived movement of the
      * account, in date and time order, straight from the indexed
      * history, and closes with the zero balance the account leaves
      * with.
      ******************************************************************
       EMITIR-ESTADO-FINAL.
           OPEN OUTPUT STATEMENT-FILE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM TITULAR-ESTADO-FINAL
               PERFORM RECORRER-INDICE-FINAL
               IF WS-MOVIMIENTOS-FINAL = 0
                   MOVE "SIN MOVIMIENTOS ARCHIVADOS."
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
           END-READ.

       RECORRER-INDICE-FINAL.
           MOVE "N" TO WS-FIN-HISTORIA
           OPEN INPUT HISTORY-INDEX-FILE
           IF WS-HIX-STATUS NOT = "00"
               DISPLAY "AVISO: INDICE HISTORICO HISTIDX NO "
                   "DISPONIBLE: " WS-HIX-STATUS
               MOVE "HISTORIA NO DISPONIBLE AL EMITIR EL ESTADO."
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE WS-ACCOUNT-KEY TO HIX-CLAVE-CUENTA
               MOVE 0 TO HIX-CLAVE-FECHA
               MOVE 0 TO HIX-CLAVE-HORA
               MOVE 0 TO HIX-CLAVE-SECUENCIA
               START HISTORY-INDEX-FILE
                   KEY IS NOT LESS THAN HIX-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-HISTORIA
               END-START
               IF NOT FIN-HISTORIA
                   PERFORM LEER-INDICE-FINAL
               END-IF
               PERFORM LISTAR-MOVIMIENTO-FINAL
                   UNTIL FIN-HISTORIA
               CLOSE HISTORY-INDEX-FILE
           END-IF.

       LEER-INDICE-FINAL.
           READ HISTORY-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-HISTORIA
           END-READ
           IF NOT FIN-HISTORIA
               IF HIX-CLAVE-CUENTA NOT = WS-ACCOUNT-KEY
                   MOVE "S" TO WS-FIN-HISTORIA
               END-IF
           END-IF.

       LEER-HISTORIA-FINAL.
                   MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       LISTAR-MOVIMIENTO-FINAL.
           ADD 1 TO WS-MOVIMIENTOS-FINAL
           MOVE HIX-DATE TO EST-FECHA
           MOVE HIX-TIME TO EST-HORA
           MOVE HIX-TIPO TO EST-TIPO
           MOVE HIX-IMPORTE TO EST-IMPORTE
           MOVE HIX-SALDO-NUEVO TO EST-SALDO
           WRITE STATEMENT-LINE FROM WS-LINEA-ESTADO
           PERFORM LEER-INDICE-FINAL.

       CONGELAR-CUENTA.
           PERFORM PEDIR-CUENTA
       AUDITAR-EMBARGO.
           MOVE "EMBARGO" TO WS-AUD-ACCION
           PERFORM ESCRIBIR-AUDITORIA
           MOVE "EMB-TRAB" TO WS-AVISO-EVENTO
           MOVE "EMBARGO TRABADO" TO WS-AVISO-DETALLE
           PERFORM ENTREGAR-AVISO
           DISPLAY "Embargo trabado sobre la cuenta "
               WS-ACCOUNT-KEY " por " EMB-IMPORTE.

                       REWRITE EMB-RECORD
                       MOVE "LEVANTA-EMB" TO WS-AUD-ACCION
                       PERFORM ESCRIBIR-AUDITORIA
                       MOVE "EMB-LEVA" TO WS-AVISO-EVENTO
                       MOVE "EMBARGO LEVANTADO" TO WS-AVISO-DETALLE
                       PERFORM ENTREGAR-AVISO
                       DISPLAY "Embargo levantado: " WS-ACCOUNT-KEY
                   END-IF
           END-READ.

      ******************************************************************
      * The customer is told by letter of every hold placed or lifted,
      * quoting the case number. The notice file is opened for each
      * event and closed at once, the same as the interbank queue at
      * the cashier, so the nightly notification run can take it
      * while the back office is still signed on. A failure to write
      * it does not undo the hold; it is only reported.
      ******************************************************************
       ENTREGAR-AVISO.
           OPEN EXTEND NOTICE-FILE
           IF WS-AVI-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           IF WS-AVI-STATUS = "00"
               MOVE SPACES TO AVI-RECORD
               MOVE EMB-CUENTA TO AVI-CUENTA
               MOVE WS-AVISO-EVENTO TO AVI-EVENTO
               ACCEPT WS-FECHA-HOY FROM DATE
               MOVE WS-FECHA-HOY TO AVI-FECHA
               MOVE EMB-REFERENCIA TO AVI-REFERENCIA
               MOVE EMB-IMPORTE TO AVI-IMPORTE
               MOVE WS-AVISO-DETALLE TO AVI-DETALLE
               WRITE AVI-RECORD
               CLOSE NOTICE-FILE
           ELSE
               DISPLAY "ERROR AL ABRIR LOS AVISOS A CLIENTES: "
                   WS-AVI-STATUS
           END-IF.

      ******************************************************************
      * Maker side of a manual adjustment. The operator names the
      * account, the direction, the amount, the reason code and the
      * original entry being corrected (its date, time and account,
      * as the history inquiry shows them); the entry must be found
      * in today's TRANSLOG or in the live archive TRANSHIST. The
      * adjustment is filed pending and nothing posts until a
      * different supervisor approves it. The proposer must be an
      * operator whose identity is proven: the MENU-PRINCIPAL sign-on
      * already checked it, and a standalone run checks it here
      * against OPERMAST, or the checker could be compared with a
      * name anybody typed.
      ******************************************************************
       PROPONER-AJUSTE.
           PERFORM IDENTIFICAR-PROPONENTE
           IF PROPONENTE-VALIDO
               PERFORM PEDIR-CUENTA
               PERFORM LEER-CUENTA
               IF CUENTA-LEIDA
                   IF CUENTA-CERRADA
                       DISPLAY "La cuenta esta cerrada."
                   ELSE
                       PERFORM CAPTURAR-AJUSTE
                   END-IF
               END-IF
           END-IF.

       IDENTIFICAR-PROPONENTE.
           MOVE "N" TO WS-PROPONENTE-OK
           IF WS-OPERADOR-SESION NOT = SPACES
              AND WS-OPERADOR-SESION NOT = LOW-VALUES
               MOVE "S" TO WS-PROPONENTE-OK
           ELSE
           IF NOT OPERADORES-DISPONIBLES
               DISPLAY "Sin maestro de operadores no pueden "
                   "proponerse ajustes."
           ELSE
               PERFORM VALIDAR-PROPONENTE
           END-IF
           END-IF.

       VALIDAR-PROPONENTE.
           DISPLAY "Identificacion del operador que propone: "
           ACCEPT OPER-ID
           DISPLAY "Password del operador: "
           ACCEPT WS-PROPONENTE-PASSWORD
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "Operador o password incorrecto."
               NOT INVALID KEY
                   IF OPERADOR-DESHABILITADO
                       DISPLAY "El operador esta deshabilitado."
                   ELSE
                   IF WS-PROPONENTE-PASSWORD NOT = OPER-PASSWORD
                       DISPLAY "Operador o password incorrecto."
                   ELSE
                       MOVE OPER-ID TO WS-OPERADOR
                       MOVE "S" TO WS-PROPONENTE-OK
                   END-IF
                   END-IF
           END-READ.

       CAPTURAR-AJUSTE.
           PERFORM PEDIR-SENTIDO-AJUSTE
           PERFORM PEDIR-IMPORTE-AJUSTE
           PERFORM PEDIR-MOTIVO-AJUSTE
           PERFORM PEDIR-REFERENCIA-AJUSTE
           PERFORM BUSCAR-MOVIMIENTO-ORIGINAL
           IF REFERENCIA-HALLADA
               DISPLAY "Movimiento original: " WS-REF-TIPO
                   " importe " WS-REF-IMPORTE
               PERFORM GRABAR-AJUSTE
           ELSE
               DISPLAY "No se encontro el movimiento original en el "
                   "log del dia ni en la historia; ajuste no grabado."
           END-IF.

       PEDIR-SENTIDO-AJUSTE.
           DISPLAY "Sentido del ajuste (C=credito, D=debito): "
           ACCEPT WS-SENTIDO-AJUSTE
           IF WS-SENTIDO-AJUSTE = "c"
               MOVE "C" TO WS-SENTIDO-AJUSTE
           END-IF
           IF WS-SENTIDO-AJUSTE = "d"
               MOVE "D" TO WS-SENTIDO-AJUSTE
           END-IF
           IF WS-SENTIDO-AJUSTE NOT = "C"
              AND WS-SENTIDO-AJUSTE NOT = "D"
               DISPLAY "El sentido debe ser C o D."
               PERFORM PEDIR-SENTIDO-AJUSTE
           END-IF.

       PEDIR-IMPORTE-AJUSTE.
           DISPLAY "Importe del ajuste: "
           ACCEPT WS-IMPORTE-AJUSTE
           IF WS-IMPORTE-AJUSTE NOT > 0
               DISPLAY "El importe debe ser mayor que cero."
               PERFORM PEDIR-IMPORTE-AJUSTE
           END-IF.

       PEDIR-MOTIVO-AJUSTE.
           MOVE 1 TO WS-IDX-MOTIVO
           PERFORM MOSTRAR-MOTIVO
               UNTIL WS-IDX-MOTIVO > WS-MOTIVOS-CARGADOS
           DISPLAY "Codigo de motivo: "
           ACCEPT WS-MOTIVO-AJUSTE
           PERFORM BUSCAR-MOTIVO
           IF NOT MOTIVO-VALIDO
               DISPLAY "Codigo de motivo inexistente."
               PERFORM PEDIR-MOTIVO-AJUSTE
           END-IF.

       MOSTRAR-MOTIVO.
           DISPLAY "  " MOT-CODIGO (WS-IDX-MOTIVO) " "
               MOT-DESCRIPCION (WS-IDX-MOTIVO)
           ADD 1 TO WS-IDX-MOTIVO.

       BUSCAR-MOTIVO.
           MOVE "N" TO WS-MOTIVO-VALIDO
           MOVE 1 TO WS-IDX-MOTIVO
           PERFORM COMPARAR-MOTIVO
               UNTIL MOTIVO-VALIDO
                  OR WS-IDX-MOTIVO > WS-MOTIVOS-CARGADOS.

       COMPARAR-MOTIVO.
           IF MOT-CODIGO (WS-IDX-MOTIVO) = WS-MOTIVO-AJUSTE
               MOVE "S" TO WS-MOTIVO-VALIDO
           ELSE
               ADD 1 TO WS-IDX-MOTIVO
           END-IF.

       PEDIR-REFERENCIA-AJUSTE.
           DISPLAY "Fecha del movimiento original (AAMMDD): "
           ACCEPT WS-REF-FECHA
           DISPLAY "Hora del movimiento original (HHMMSSCC): "
           ACCEPT WS-REF-HORA
           DISPLAY "Cuenta del movimiento original "
               "(vacio = la misma): "
           ACCEPT WS-REF-CUENTA
           IF WS-REF-CUENTA = SPACES OR WS-REF-CUENTA = LOW-VALUES
               MOVE WS-ACCOUNT-KEY TO WS-REF-CUENTA
           END-IF.

      ******************************************************************
      * Today's entries are still in TRANSLOG, which this program
      * holds open for appending; it is closed and read from the top,
      * then reopened for appending. Older entries are looked up in
      * the live archive TRANSHIST.
      ******************************************************************
       BUSCAR-MOVIMIENTO-ORIGINAL.
           MOVE "N" TO WS-REF-HALLADA
           CLOSE TRANSACTION-LOG-FILE
           OPEN INPUT TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-FIN-HISTORIA
               PERFORM LEER-LOG-REFERENCIA
               PERFORM COMPARAR-LOG-REFERENCIA
                   UNTIL FIN-HISTORIA OR REFERENCIA-HALLADA
               CLOSE TRANSACTION-LOG-FILE
           END-IF
           OPEN EXTEND TRANSACTION-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF
           IF NOT REFERENCIA-HALLADA
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE "N" TO WS-FIN-HISTORIA
                   PERFORM LEER-HISTORIA-FINAL
                   PERFORM COMPARAR-HIST-REFERENCIA
                       UNTIL FIN-HISTORIA OR REFERENCIA-HALLADA
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

       LEER-LOG-REFERENCIA.
           READ TRANSACTION-LOG-FILE INTO WS-REGISTRO-HISTORIA
               AT END
                   MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       COMPARAR-LOG-REFERENCIA.
           PERFORM VERIFICAR-REFERENCIA
           IF NOT REFERENCIA-HALLADA
               PERFORM LEER-LOG-REFERENCIA
           END-IF.

       COMPARAR-HIST-REFERENCIA.
           PERFORM VERIFICAR-REFERENCIA
           IF NOT REFERENCIA-HALLADA
               PERFORM LEER-HISTORIA-FINAL
           END-IF.

       VERIFICAR-REFERENCIA.
           IF WSH-DATE = WS-REF-FECHA
              AND WSH-TIME = WS-REF-HORA
              AND WSH-ACCOUNT = WS-REF-CUENTA
               MOVE "S" TO WS-REF-HALLADA
               MOVE WSH-TIPO TO WS-REF-TIPO
               MOVE WSH-IMPORTE TO WS-REF-IMPORTE
           END-IF.

       GRABAR-AJUSTE.
           PERFORM OBTENER-NUMERO-AJUSTE
           MOVE SPACES TO AJU-RECORD
           MOVE WS-NUMERO-AJUSTE TO AJU-NUMERO
           MOVE WS-ACCOUNT-KEY TO AJU-CUENTA
           MOVE WS-SENTIDO-AJUSTE TO AJU-SENTIDO
           MOVE WS-IMPORTE-AJUSTE TO AJU-IMPORTE
           MOVE WS-MOTIVO-AJUSTE TO AJU-MOTIVO
           MOVE WS-REF-FECHA TO AJU-REF-FECHA
           MOVE WS-REF-HORA TO AJU-REF-HORA
           MOVE WS-REF-CUENTA TO AJU-REF-CUENTA
           MOVE WS-REF-TIPO TO AJU-REF-TIPO
           MOVE WS-REF-IMPORTE TO AJU-REF-IMPORTE
           MOVE "P" TO AJU-ESTADO
           MOVE WS-OPERADOR TO AJU-PROPONENTE
           ACCEPT WS-FECHA-HOY FROM DATE
           MOVE WS-FECHA-HOY TO AJU-FECHA-PROPUESTA
           ACCEPT AJU-HORA-PROPUESTA FROM TIME
           MOVE 0 TO AJU-FECHA-DECISION
           MOVE 0 TO AJU-HORA-DECISION
           WRITE AJU-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL AJUSTE: " WS-AJU-STATUS
               NOT INVALID KEY
                   MOVE "AJUSTE-PROP" TO WS-AUD-ACCION
                   PERFORM ESCRIBIR-AUDITORIA
                   DISPLAY "Ajuste propuesto, pendiente de "
                       "autorizacion: " AJU-NUMERO
           END-WRITE.

      ******************************************************************
      * Adjustment numbers run in sequence: the next one follows the
      * highest number on file.
      ******************************************************************
       OBTENER-NUMERO-AJUSTE.
           MOVE 0 TO WS-ULTIMO-AJUSTE
           MOVE "N" TO WS-FIN-AJUSTES
           MOVE LOW-VALUES TO AJU-NUMERO
           START ADJUSTMENT-FILE
               KEY IS NOT LESS THAN AJU-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-AJUSTES
           END-START
           IF NOT FIN-AJUSTES
               PERFORM LEER-SIGUIENTE-AJUSTE
           END-IF
           PERFORM TOMAR-NUMERO-AJUSTE
               UNTIL FIN-AJUSTES
           COMPUTE WS-NUMERO-AJUSTE = WS-ULTIMO-AJUSTE + 1.

       LEER-SIGUIENTE-AJUSTE.
           READ ADJUSTMENT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-AJUSTES
           END-READ.

       TOMAR-NUMERO-AJUSTE.
           IF AJU-NUMERO IS NUMERIC
               MOVE AJU-NUMERO TO WS-ULTIMO-AJUSTE
           END-IF
           PERFORM LEER-SIGUIENTE-AJUSTE.

      ******************************************************************
      * Checker side. The deciding supervisor identifies with id and
      * password against OPERMAST whoever is signed on at the
      * screen, and can never be the operator who proposed the
      * adjustment. An approval posts the adjustment to the account
      * and to TRANSLOG (AJUS-CRE / AJUS-DEB, the adjustment number
      * as reference, stamped with the approving supervisor); a
      * rejection only closes it. Both are audited.
      ******************************************************************
       AUTORIZAR-AJUSTE.
           IF NOT OPERADORES-DISPONIBLES
               DISPLAY "Sin maestro de operadores no pueden "
                   "autorizarse ajustes."
           ELSE
               PERFORM LISTAR-AJUSTES-PENDIENTES
               IF WS-AJUSTES-PENDIENTES > 0
                   DISPLAY "Numero de ajuste a decidir: "
                   ACCEPT WS-NUMERO-AJUSTE
                   MOVE WS-NUMERO-AJUSTE TO AJU-NUMERO
                   READ ADJUSTMENT-FILE
                       INVALID KEY
                           DISPLAY "Ajuste no encontrado."
                       NOT INVALID KEY
                           IF NOT AJUSTE-PENDIENTE
                               DISPLAY "El ajuste ya fue decidido: "
                                   AJU-ESTADO
                           ELSE
                               PERFORM DECIDIR-AJUSTE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       LISTAR-AJUSTES-PENDIENTES.
           MOVE 0 TO WS-AJUSTES-PENDIENTES
           MOVE "N" TO WS-FIN-AJUSTES
           MOVE LOW-VALUES TO AJU-NUMERO
           START ADJUSTMENT-FILE
               KEY IS NOT LESS THAN AJU-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-AJUSTES
           END-START
           IF NOT FIN-AJUSTES
               PERFORM LEER-SIGUIENTE-AJUSTE
           END-IF
           PERFORM LISTAR-UN-AJUSTE
               UNTIL FIN-AJUSTES
           IF WS-AJUSTES-PENDIENTES = 0
               DISPLAY "No hay ajustes pendientes de autorizacion."
           END-IF.

       LISTAR-UN-AJUSTE.
           IF AJUSTE-PENDIENTE
               ADD 1 TO WS-AJUSTES-PENDIENTES
               DISPLAY "Ajuste " AJU-NUMERO " Cuenta " AJU-CUENTA
                   " " AJU-SENTIDO " Importe " AJU-IMPORTE
                   " Motivo " AJU-MOTIVO
                   " Propuesto por " AJU-PROPONENTE
                   " el " AJU-FECHA-PROPUESTA
           END-IF
           PERFORM LEER-SIGUIENTE-AJUSTE.

       DECIDIR-AJUSTE.
           PERFORM MOSTRAR-AJUSTE
           PERFORM VALIDAR-SUPERVISOR
           IF SUPERVISOR-VALIDO
               IF WS-SUPERVISOR-ID = AJU-PROPONENTE
                   DISPLAY "Nadie puede autorizar un ajuste que "
                       "propuso."
               ELSE
                   PERFORM PEDIR-DECISION-AJUSTE
               END-IF
           END-IF.

       MOSTRAR-AJUSTE.
           MOVE AJU-MOTIVO TO WS-MOTIVO-AJUSTE
           PERFORM BUSCAR-MOTIVO
           DISPLAY "Ajuste " AJU-NUMERO " sobre la cuenta " AJU-CUENTA
           IF AJUSTE-CREDITO
               DISPLAY "Credito por " AJU-IMPORTE
           ELSE
               DISPLAY "Debito por " AJU-IMPORTE
           END-IF
           IF MOTIVO-VALIDO
               DISPLAY "Motivo: " AJU-MOTIVO " "
                   MOT-DESCRIPCION (WS-IDX-MOTIVO)
           ELSE
               DISPLAY "Motivo: " AJU-MOTIVO
           END-IF
           DISPLAY "Corrige: " AJU-REF-FECHA " " AJU-REF-HORA
               " cuenta " AJU-REF-CUENTA " " AJU-REF-TIPO
               " " AJU-REF-IMPORTE
           DISPLAY "Propuesto por " AJU-PROPONENTE " el "
               AJU-FECHA-PROPUESTA.

       VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK
           DISPLAY "Identificacion del supervisor que decide: "
           ACCEPT WS-SUPERVISOR-ID
           DISPLAY "Password del supervisor: "
           ACCEPT WS-SUPERVISOR-PASSWORD
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
                       MOVE "S" TO WS-SUPERVISOR-OK
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       PEDIR-DECISION-AJUSTE.
           DISPLAY "Decision (A=aprobar, R=rechazar): "
           ACCEPT WS-DECISION-AJUSTE
           IF WS-DECISION-AJUSTE = "a"
               MOVE "A" TO WS-DECISION-AJUSTE
           END-IF
           IF WS-DECISION-AJUSTE = "r"
               MOVE "R" TO WS-DECISION-AJUSTE
           END-IF
           EVALUATE WS-DECISION-AJUSTE
               WHEN "A"
                   PERFORM APROBAR-AJUSTE
               WHEN "R"
                   PERFORM RECHAZAR-AJUSTE
               WHEN OTHER
                   DISPLAY "La decision debe ser A o R."
                   PERFORM PEDIR-DECISION-AJUSTE
           END-EVALUATE.

      ******************************************************************
      * A closed account takes no adjustment: the supervisor rejects
      * it instead. A debit adjustment posts even when it leaves the
      * account overdrawn - it reverses money the customer was never
      * entitled to - and the supervisor is warned.
      ******************************************************************
       APROBAR-AJUSTE.
           MOVE AJU-CUENTA TO WS-ACCOUNT-KEY
           PERFORM LEER-CUENTA
           IF CUENTA-LEIDA
               IF CUENTA-CERRADA
                   DISPLAY "La cuenta esta cerrada; el ajuste no "
                       "puede aplicarse."
               ELSE
                   PERFORM APLICAR-AJUSTE
               END-IF
           END-IF.

       APLICAR-AJUSTE.
           MOVE ACCT-BALANCE TO WS-LOG-SALDO-ANTERIOR
           IF AJUSTE-CREDITO
               ADD AJU-IMPORTE TO ACCT-BALANCE
               MOVE "AJUS-CRE" TO WS-LOG-TIPO
           ELSE
               SUBTRACT AJU-IMPORTE FROM ACCT-BALANCE
               MOVE "AJUS-DEB" TO WS-LOG-TIPO
           END-IF
           REWRITE ACCT-RECORD
           MOVE ACCT-BALANCE TO WS-LOG-SALDO-NUEVO
           MOVE AJU-IMPORTE TO WS-LOG-IMPORTE
           MOVE AJU-NUMERO TO WS-LOG-REFERENCIA
           PERFORM ESCRIBIR-LOG-AJUSTE
           MOVE "A" TO AJU-ESTADO
           PERFORM REGISTRAR-DECISION-AJUSTE
           MOVE "AJUSTE-APROB" TO WS-AUD-ACCION
           PERFORM ESCRIBIR-AUDITORIA-AJUSTE
           DISPLAY "Ajuste aprobado y aplicado: " AJU-NUMERO
               " Nuevo saldo: " ACCT-BALANCE
           IF ACCT-BALANCE < 0
               DISPLAY "AVISO: la cuenta queda en descubierto."
           END-IF.

       RECHAZAR-AJUSTE.
           MOVE "R" TO AJU-ESTADO
           PERFORM REGISTRAR-DECISION-AJUSTE
           MOVE "AJUSTE-RECH" TO WS-AUD-ACCION
           PERFORM ESCRIBIR-AUDITORIA-AJUSTE
           DISPLAY "Ajuste rechazado: " AJU-NUMERO.

       REGISTRAR-DECISION-AJUSTE.
           MOVE WS-SUPERVISOR-ID TO AJU-SUPERVISOR
           ACCEPT WS-FECHA-HOY FROM DATE
           MOVE WS-FECHA-HOY TO AJU-FECHA-DECISION
           ACCEPT AJU-HORA-DECISION FROM TIME
           REWRITE AJU-RECORD.

       ESCRIBIR-LOG-AJUSTE.
           MOVE SPACES TO LOG-RECORD
           ACCEPT LOG-DATE FROM DATE
           ACCEPT LOG-TIME FROM TIME
           MOVE AJU-CUENTA TO LOG-ACCOUNT
           MOVE WS-LOG-TIPO TO LOG-TIPO
           MOVE WS-LOG-IMPORTE TO LOG-IMPORTE
           MOVE WS-LOG-REFERENCIA TO LOG-REFERENCIA
           MOVE WS-LOG-SALDO-ANTERIOR TO LOG-SALDO-ANTERIOR
           MOVE WS-LOG-SALDO-NUEVO TO LOG-SALDO-NUEVO
           MOVE WS-SUPERVISOR-ID TO LOG-OPERADOR
           MOVE "MANT" TO LOG-TERMINAL
           WRITE LOG-RECORD
           MOVE SPACES TO WS-LOG-REFERENCIA.

       ESCRIBIR-AUDITORIA-AJUSTE.
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AUD-DATE FROM DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE WS-SUPERVISOR-ID TO AUD-OPERADOR
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE AJU-CUENTA TO AUD-CUENTA
           WRITE AUDIT-RECORD.

      ******************************************************************
      * Compliance review of watch-list matches. Everything pending
      * is listed first - customers flagged at registration or by
      * the nightly rescreen, and transfers the interbank jobs held -
      * and one item is decided: "D" clears a false positive, "C"
      * confirms the match. A cleared customer is only raised again
      * by list entries added after the clearance; a confirmed one
      * has every account frozen. A cleared transfer is released to
      * its interbank job for the next night; a confirmed one stays
      * held. Each decision is written to VIGILOG through the
      * screening routine and to MANTLOG.
      ******************************************************************
       RESOLVER-COINCIDENCIAS.
           ACCEPT WS-FECHA-HOY FROM DATE
           MOVE 0 TO WS-COINCIDENCIAS-PENDIENTES
           PERFORM LISTAR-TITULARES-PENDIENTES
           PERFORM LISTAR-RETENIDAS-PENDIENTES
           IF WS-COINCIDENCIAS-PENDIENTES = 0
               DISPLAY "No hay coincidencias pendientes de revision."
           ELSE
               DISPLAY "1. Decidir un cliente  "
                   "2. Decidir una transferencia retenida"
               ACCEPT WS-TIPO-COINCIDENCIA
               EVALUATE WS-TIPO-COINCIDENCIA
                   WHEN "1"
                       PERFORM RESOLVER-TITULAR
                   WHEN "2"
                       PERFORM RESOLVER-RETENIDA
                   WHEN OTHER
                       DISPLAY "Opcion invalida."
               END-EVALUATE
           END-IF.

       LISTAR-TITULARES-PENDIENTES.
           MOVE "N" TO WS-FIN-CLIENTES
           MOVE LOW-VALUES TO TIT-NUMERO
           START CUSTOMER-ID-FILE
               KEY IS NOT LESS THAN TIT-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CLIENTES
           END-START
           IF NOT FIN-CLIENTES
               PERFORM LEER-SIGUIENTE-TITULAR
           END-IF
           PERFORM LISTAR-SI-PENDIENTE
               UNTIL FIN-CLIENTES.

       LISTAR-SI-PENDIENTE.
           IF VIGILANCIA-PENDIENTE
               ADD 1 TO WS-COINCIDENCIAS-PENDIENTES
               DISPLAY "Cliente " TIT-NUMERO " " TIT-NOMBRE
                   " Doc. " TIT-DOCUMENTO
                   " desde " TIT-FECHA-VIGILANCIA
           END-IF
           PERFORM LEER-SIGUIENTE-TITULAR.

       LISTAR-RETENIDAS-PENDIENTES.
           MOVE "N" TO WS-FIN-RETENIDAS
           MOVE LOW-VALUES TO RET-NUMERO
           START HELD-TRANSFER-FILE
               KEY IS NOT LESS THAN RET-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-RETENIDAS
           END-START
           IF NOT FIN-RETENIDAS
               PERFORM LEER-SIGUIENTE-RETENIDA
           END-IF
           PERFORM LISTAR-SI-RETENIDA
               UNTIL FIN-RETENIDAS.

       LEER-SIGUIENTE-RETENIDA.
           READ HELD-TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-RETENIDAS
           END-READ.

       LISTAR-SI-RETENIDA.
           IF RETENIDA-PENDIENTE
               ADD 1 TO WS-COINCIDENCIAS-PENDIENTES
               PERFORM MOSTRAR-RETENIDA
           END-IF
           PERFORM LEER-SIGUIENTE-RETENIDA.

       MOSTRAR-RETENIDA.
           MOVE RET-ITEM TO WS-ITEM-RETENIDO
           IF RETENIDA-SALIENTE
               DISPLAY "Retencion " RET-NUMERO " SALIENTE cuenta "
                   RTS-CTA-ORIGEN " importe " RTS-IMPORTE
                   " ref. " RTS-REFERENCIA
                   " beneficiario " RTS-BENEFICIARIO
           ELSE
               DISPLAY "Retencion " RET-NUMERO " ENTRANTE cuenta "
                   RTE-CTA-BENEF " importe " RTE-IMPORTE
                   " ref. " RTE-REFERENCIA
                   " ordenante " RTE-ORDENANTE
           END-IF
           DISPLAY "    retenida el " RET-FECHA-RETENCION
               " coincide con " RET-LISTA-NOMBRE.

       PEDIR-DECISION-VIGILANCIA.
           DISPLAY "Decision (D = descartar, falso positivo; "
               "C = confirmar coincidencia): "
           ACCEPT WS-DECISION-VIGILANCIA
           IF NOT DECISION-DESCARTAR AND NOT DECISION-CONFIRMAR
               DISPLAY "Decision invalida; no se registra nada."
           END-IF.

       RESOLVER-TITULAR.
           DISPLAY "Numero de cliente: "
           ACCEPT WS-TITULAR-PEDIDO
           MOVE WS-TITULAR-PEDIDO TO TIT-NUMERO
           READ CUSTOMER-ID-FILE
               INVALID KEY
                   DISPLAY "Cliente inexistente."
               NOT INVALID KEY
                   IF NOT VIGILANCIA-PENDIENTE
                       DISPLAY "El cliente no tiene coincidencias "
                           "pendientes."
                   ELSE
                       DISPLAY "Cliente " TIT-NUMERO " " TIT-NOMBRE
                           " Doc. " TIT-DOCUMENTO
                       PERFORM PEDIR-DECISION-VIGILANCIA
                       IF DECISION-DESCARTAR OR DECISION-CONFIRMAR
                           PERFORM DECIDIR-TITULAR
                       END-IF
                   END-IF
           END-READ.

       DECIDIR-TITULAR.
           MOVE WS-DECISION-VIGILANCIA TO TIT-VIGILANCIA
           MOVE WS-FECHA-HOY TO TIT-FECHA-VIGILANCIA
           REWRITE TIT-RECORD
           MOVE "D" TO VIG-FUNCION
           MOVE "MANTCTAS" TO VIG-ORIGEN
           MOVE TIT-NUMERO TO VIG-SUJETO
           MOVE TIT-NOMBRE TO VIG-NOMBRE
           MOVE TIT-DOCUMENTO TO VIG-DOCUMENTO
           MOVE 0 TO VIG-FECHA-DESDE
           MOVE WS-OPERADOR TO VIG-OPERADOR
           MOVE WS-DECISION-VIGILANCIA TO VIG-RESULTADO
           MOVE SPACES TO VIG-LISTA-TIPO
           MOVE SPACES TO VIG-LISTA-NOMBRE
           MOVE 0 TO VIG-FECHA-LISTA
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS
           IF DECISION-DESCARTAR
               MOVE "VIG-DESCARTA" TO WS-ACCION-VIGILANCIA
           ELSE
               MOVE "VIG-CONFIRMA" TO WS-ACCION-VIGILANCIA
           END-IF
           PERFORM RECORRER-CUENTAS-TITULAR
           IF DECISION-DESCARTAR
               DISPLAY "Coincidencia descartada: " TIT-NUMERO
           ELSE
               DISPLAY "Coincidencia confirmada: " TIT-NUMERO
                   " - cuentas congeladas: " WS-CUENTAS-CONGELADAS
           END-IF.

      ******************************************************************
      * MANTLOG is keyed by account, so the decision is audited once
      * on every account linked to the customer (the customer number
      * itself goes to VIGILOG). On a confirmation every open account
      * is also frozen and audited as an ordinary freeze, so it shows
      * wherever frozen accounts are reported and is lifted with
      * option 4.
      ******************************************************************
       RECORRER-CUENTAS-TITULAR.
           MOVE 0 TO WS-CUENTAS-CONGELADAS
           MOVE "N" TO WS-FIN-XREF
           MOVE LOW-VALUES TO XRF-CUENTA
           START XREF-FILE
               KEY IS NOT LESS THAN XRF-CUENTA
               INVALID KEY
                   MOVE "S" TO WS-FIN-XREF
           END-START
           IF NOT FIN-XREF
               PERFORM LEER-SIGUIENTE-XREF
           END-IF
           PERFORM DECIDIR-SI-DEL-TITULAR
               UNTIL FIN-XREF.

       DECIDIR-SI-DEL-TITULAR.
           IF XRF-TITULAR = TIT-NUMERO
               MOVE XRF-CUENTA TO WS-ACCOUNT-KEY
               MOVE WS-ACCION-VIGILANCIA TO WS-AUD-ACCION
               PERFORM ESCRIBIR-AUDITORIA
               IF DECISION-CONFIRMAR
                   PERFORM CONGELAR-CUENTA-TITULAR
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-XREF.

       CONGELAR-CUENTA-TITULAR.
           MOVE XRF-CUENTA TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CUENTA-CERRADA
                      AND NOT CUENTA-CONGELADA
                       MOVE "F" TO ACCT-ESTADO
                       REWRITE ACCT-RECORD
                       MOVE "CONGELACION" TO WS-AUD-ACCION
                       PERFORM ESCRIBIR-AUDITORIA
                       ADD 1 TO WS-CUENTAS-CONGELADAS
                   END-IF
           END-READ.

       RESOLVER-RETENIDA.
           DISPLAY "Numero de retencion: "
           ACCEPT WS-NUMERO-RETENCION
           MOVE WS-NUMERO-RETENCION TO RET-NUMERO
           READ HELD-TRANSFER-FILE
               INVALID KEY
                   DISPLAY "Retencion no encontrada."
               NOT INVALID KEY
                   IF NOT RETENIDA-PENDIENTE
                       DISPLAY "La transferencia ya fue decidida: "
                           RET-ESTADO
                   ELSE
                       PERFORM MOSTRAR-RETENIDA
                       PERFORM PEDIR-DECISION-VIGILANCIA
                       IF DECISION-DESCARTAR OR DECISION-CONFIRMAR
                           PERFORM DECIDIR-RETENIDA
                       END-IF
                   END-IF
           END-READ.

       DECIDIR-RETENIDA.
           IF DECISION-DESCARTAR
               MOVE "L" TO RET-ESTADO
           ELSE
               MOVE "C" TO RET-ESTADO
           END-IF
           MOVE WS-FECHA-HOY TO RET-FECHA-DECISION
           MOVE WS-OPERADOR TO RET-OPERADOR
           REWRITE RET-RECORD
           MOVE RET-ITEM TO WS-ITEM-RETENIDO
           MOVE "D" TO VIG-FUNCION
           MOVE "MANTCTAS" TO VIG-ORIGEN
           IF RETENIDA-SALIENTE
               MOVE RTS-REFERENCIA TO VIG-SUJETO
               MOVE RTS-BENEFICIARIO TO VIG-NOMBRE
               MOVE RTS-CTA-ORIGEN TO WS-ACCOUNT-KEY
           ELSE
               MOVE RTE-REFERENCIA TO VIG-SUJETO
               MOVE RTE-ORDENANTE TO VIG-NOMBRE
               MOVE RTE-CTA-BENEF TO WS-ACCOUNT-KEY
           END-IF
           MOVE SPACES TO VIG-DOCUMENTO
           MOVE 0 TO VIG-FECHA-DESDE
           MOVE WS-OPERADOR TO VIG-OPERADOR
           MOVE WS-DECISION-VIGILANCIA TO VIG-RESULTADO
           MOVE SPACES TO VIG-LISTA-TIPO
           MOVE RET-LISTA-NOMBRE TO VIG-LISTA-NOMBRE
           MOVE 0 TO VIG-FECHA-LISTA
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS
           IF DECISION-DESCARTAR
               MOVE "VIG-DESCARTA" TO WS-AUD-ACCION
               DISPLAY "Transferencia liberada; se procesa en el "
                   "proximo cierre: " RET-NUMERO
           ELSE
               MOVE "VIG-CONFIRMA" TO WS-AUD-ACCION
               DISPLAY "Coincidencia confirmada; la transferencia "
                   "queda retenida: " RET-NUMERO
           END-IF
           PERFORM ESCRIBIR-AUDITORIA.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT AUD-DATE FROM DATE
           CLOSE XREF-FILE
           CLOSE HOLD-MASTER-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE HELD-TRANSFER-FILE
           MOVE "F" TO VIG-FUNCION
           CALL "RUTINA-VIGILANCIA" USING VIG-PARAMETROS
           IF OPERADORES-DISPONIBLES
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       END PROGRAM MANTENIMIENTO-CUENTAS.
