      *   02/09/2026 BT  Refuse the position report when EFECTLOG
      *                  carries more terminals than the report
      *                  table holds, instead of overrunning it.
      *   15/10/2026 BT  Add the physical count (arqueo) of a
      *                  terminal drawer: the custodian keys the
      *                  notes counted per denomination, the count is
      *                  compared with CASHPOS and, once confirmed,
      *                  recorded note by note in EFECTLOG (ARQUEO)
      *                  with every surplus (SOBRANTE) or shortage
      *                  (FALTANTE) as its own movement, and the
      *                  position is set to the physical count. Every
      *                  movement keyed here carries the custodian in
      *                  the new last column of EFECTLOG (existing
      *                  lines read it as blank), and the position
      *                  report shows the count differences of the
      *                  day in their own column.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  EFE-IMPORTE            PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  EFE-SALDO              PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  EFE-CUSTODIO           PIC X(06).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS PIC X(02).
       01 WS-IMPORTE PIC S9(07)V99.
       01 WS-EFECTIVO PIC S9(07)V99.
       01 WS-EFE-TIPO PIC X(08).
       01 WS-CUSTODIO PIC X(06).
       01 WS-OPERADOR-SESION PIC X(06) EXTERNAL.
       01 OPCION PIC 9 VALUE 0.

       01 WS-POS-MAX PIC 9(03) VALUE 100.
               10 REP-APERTURA        PIC S9(07)V99.
               10 REP-CARGADO         PIC S9(07)V99.
               10 REP-DISPENSADO      PIC S9(07)V99.
               10 REP-DIFERENCIA      PIC S9(07)V99.
       01 WS-CIERRE-ESPERADO PIC S9(07)V99.
       01 WS-TOT-APERTURA PIC S9(09)V99.
       01 WS-TOT-CARGADO PIC S9(09)V99.
       01 WS-TOT-DISPENSADO PIC S9(09)V99.
       01 WS-TOT-DIFERENCIA PIC S9(09)V99.
       01 WS-TOT-CIERRE PIC S9(09)V99.
       01 WS-VALOR-DENOM PIC S9(09)V99.
       01 WS-TOT-INVENTARIO PIC S9(09)V99.

      ******************************************************************
      * Physical count of one drawer: one line per denomination the
      * position holds for the terminal or the custodian keys, with
      * the system and counted note counts side by side until the
      * count is confirmed.
      ******************************************************************
       01 WS-CNT-MAX PIC 9(02) VALUE 20.
       01 WS-CNT-COUNT PIC 9(02) VALUE 0.
       01 WS-CNT-IDX PIC 9(02).
       01 WS-CNT-HALLADO PIC X(01) VALUE "N".
           88 CONTEO-HALLADO VALUE "S".
       01 TABLA-CONTEO.
           05 CONTEO-ENTRADA OCCURS 20 TIMES.
               10 CNT-DENOMINACION    PIC 9(04).
               10 CNT-SISTEMA         PIC 9(05).
               10 CNT-CONTADO         PIC 9(05).
               10 CNT-EN-POSICION     PIC X(01).
       01 WS-LINEAS-NUEVAS PIC 9(03) VALUE 0.
       01 WS-DIF-CANTIDAD PIC S9(05).
       01 WS-EFECTIVO-SISTEMA PIC S9(07)V99.
       01 WS-EFECTIVO-CONTADO PIC S9(07)V99.
       01 WS-TOT-SOBRANTE PIC S9(07)V99.
       01 WS-TOT-FALTANTE PIC S9(07)V99.
       01 WS-CONFIRMA PIC X(01).
           88 ARQUEO-CONFIRMADO VALUES "S" "s".

       01 WS-LINEA-CONTEO.
           05  CTO-DENOMINACION       PIC Z(03)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTO-SISTEMA            PIC Z(04)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTO-CONTADO            PIC Z(04)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTO-DIFERENCIA         PIC -(05)9.

       01 WS-LINEA-DETALLE.
           05  DET-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DISPENSADO         PIC -(07)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DIFERENCIA         PIC -(07)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-CIERRE             PIC -(07)9.99.

       01 WS-LINEA-INVENTARIO.
           05  FILLER                 PIC X(13) VALUE "APERTURA".
           05  FILLER                 PIC X(13) VALUE "CARGADO".
           05  FILLER                 PIC X(13) VALUE "DISPENSADO".
           05  FILLER                 PIC X(13) VALUE "DIF ARQUEO".
           05  FILLER                 PIC X(13) VALUE "CIERRE ESP".
       01 WS-ENCABEZADO-3.
           05  FILLER                 PIC X(30) VALUE
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TOT-DISPENSADO         PIC -(08)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TOT-DIFERENCIA         PIC -(08)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TOT-CIERRE             PIC -(08)9.99.

       01 WS-LINEA-TOTAL-INV.
           DISPLAY "1. Carga inicial del dia"
           DISPLAY "2. Reposicion de efectivo"
           DISPLAY "3. Reporte de posicion"
           DISPLAY "4. Arqueo de caja (conteo fisico)"
           DISPLAY "9. Salir"
           DISPLAY "Ingrese la opcion: "
           ACCEPT OPCION
                   PERFORM CARGAR-EFECTIVO
               WHEN 3
                   PERFORM REPORTE-POSICION
               WHEN 4
                   PERFORM ARQUEAR-CAJA
               WHEN 9
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.

       PEDIR-TERMINAL.
           DISPLAY "Terminal (ej. T001): "
           ACCEPT WS-TERMINAL
           IF WS-TERMINAL = SPACES OR WS-TERMINAL = LOW-VALUES
               DISPLAY "Identificacion de terminal invalida."
      ******************************************************************
       CARGAR-EFECTIVO.
           PERFORM PEDIR-TERMINAL
           PERFORM PEDIR-CUSTODIO
           PERFORM CARGAR-POSICIONES
           PERFORM PEDIR-DENOMINACION
           PERFORM CARGAR-UNA-DENOMINACION
               MOVE WS-CANTIDAD TO EFE-CANTIDAD
               MOVE WS-IMPORTE TO EFE-IMPORTE
               MOVE WS-EFECTIVO TO EFE-SALDO
               MOVE WS-CUSTODIO TO EFE-CUSTODIO
               WRITE CASH-LOG-RECORD
               CLOSE CASH-LOG-FILE
           END-IF.

      ******************************************************************
      * Movements keyed here carry the custodian who keyed them: the
      * operator signed on at MENU-PRINCIPAL, or the one the custodian
      * identifies when the program runs on its own.
      ******************************************************************
       PEDIR-CUSTODIO.
           IF WS-OPERADOR-SESION NOT = SPACES
              AND WS-OPERADOR-SESION NOT = LOW-VALUES
               MOVE WS-OPERADOR-SESION TO WS-CUSTODIO
           ELSE
               DISPLAY "Identificacion del custodio: "
               ACCEPT WS-CUSTODIO
               IF WS-CUSTODIO = SPACES OR WS-CUSTODIO = LOW-VALUES
                   DISPLAY "Identificacion invalida."
                   PERFORM PEDIR-CUSTODIO
               END-IF
           END-IF.

      ******************************************************************
      * Physical count (arqueo) of one drawer. The custodian keys the
      * notes counted denomination by denomination until denomination
      * zero; a denomination of the position not keyed counts as
      * none left in the drawer, and one keyed twice keeps the last
      * figure keyed. The count is shown against the system before it
      * is confirmed; an unconfirmed count changes nothing.
      ******************************************************************
       ARQUEAR-CAJA.
           PERFORM PEDIR-TERMINAL
           PERFORM PEDIR-CUSTODIO
           PERFORM CARGAR-POSICIONES
           PERFORM CALCULAR-EFECTIVO-TERMINAL
           MOVE WS-EFECTIVO TO WS-EFECTIVO-SISTEMA
           MOVE 0 TO WS-CNT-COUNT
           MOVE 1 TO WS-POS-IDX
           PERFORM PREPARAR-CONTEO
               UNTIL WS-POS-IDX > WS-POS-COUNT
           PERFORM PEDIR-DENOMINACION
           PERFORM CONTAR-UNA-DENOMINACION
               UNTIL WS-DENOMINACION = 0
           PERFORM MOSTRAR-CONTEO
           IF WS-POS-COUNT + WS-LINEAS-NUEVAS > WS-POS-MAX
               DISPLAY "La posicion no admite mas lineas de "
                   "terminal y denominacion; arqueo no registrado."
           ELSE
               DISPLAY "Confirma el arqueo (S/N): "
               ACCEPT WS-CONFIRMA
               IF ARQUEO-CONFIRMADO
                   PERFORM REGISTRAR-ARQUEO
               ELSE
                   DISPLAY "Arqueo descartado; la posicion no se "
                       "modifico."
               END-IF
           END-IF.

       PREPARAR-CONTEO.
           IF TAB-TERMINAL (WS-POS-IDX) = WS-TERMINAL
              AND WS-CNT-COUNT < WS-CNT-MAX
               ADD 1 TO WS-CNT-COUNT
               MOVE WS-CNT-COUNT TO WS-CNT-IDX
               MOVE TAB-DENOMINACION (WS-POS-IDX)
                   TO CNT-DENOMINACION (WS-CNT-IDX)
               MOVE TAB-CANTIDAD (WS-POS-IDX)
                   TO CNT-SISTEMA (WS-CNT-IDX)
               MOVE 0 TO CNT-CONTADO (WS-CNT-IDX)
               MOVE "S" TO CNT-EN-POSICION (WS-CNT-IDX)
           END-IF
           ADD 1 TO WS-POS-IDX.

       CONTAR-UNA-DENOMINACION.
           DISPLAY "Billetes de " WS-DENOMINACION " contados: "
           ACCEPT WS-CANTIDAD
           PERFORM BUSCAR-CONTEO
           IF CONTEO-HALLADO
               MOVE WS-CANTIDAD TO CNT-CONTADO (WS-CNT-IDX)
           ELSE
           IF WS-CNT-COUNT = WS-CNT-MAX
               DISPLAY "El arqueo no admite mas de " WS-CNT-MAX
                   " denominaciones; conteo no registrado."
           ELSE
               ADD 1 TO WS-CNT-COUNT
               MOVE WS-CNT-COUNT TO WS-CNT-IDX
               MOVE WS-DENOMINACION TO CNT-DENOMINACION (WS-CNT-IDX)
               MOVE 0 TO CNT-SISTEMA (WS-CNT-IDX)
               MOVE WS-CANTIDAD TO CNT-CONTADO (WS-CNT-IDX)
               MOVE "N" TO CNT-EN-POSICION (WS-CNT-IDX)
           END-IF
           END-IF
           PERFORM PEDIR-DENOMINACION.

       BUSCAR-CONTEO.
           MOVE "N" TO WS-CNT-HALLADO
           MOVE 1 TO WS-CNT-IDX
           PERFORM COMPARAR-CONTEO
               UNTIL CONTEO-HALLADO
                  OR WS-CNT-IDX > WS-CNT-COUNT.

       COMPARAR-CONTEO.
           IF CNT-DENOMINACION (WS-CNT-IDX) = WS-DENOMINACION
               MOVE "S" TO WS-CNT-HALLADO
           ELSE
               ADD 1 TO WS-CNT-IDX
           END-IF.

       MOSTRAR-CONTEO.
           MOVE 0 TO WS-EFECTIVO-CONTADO
           MOVE 0 TO WS-TOT-SOBRANTE
           MOVE 0 TO WS-TOT-FALTANTE
           MOVE 0 TO WS-LINEAS-NUEVAS
           DISPLAY "DENOM  SISTEMA  CONTADO  DIFERENCIA"
           MOVE 1 TO WS-CNT-IDX
           PERFORM MOSTRAR-UNA-DENOMINACION
               UNTIL WS-CNT-IDX > WS-CNT-COUNT
           DISPLAY "Efectivo segun sistema: " WS-EFECTIVO-SISTEMA
           DISPLAY "Efectivo contado:       " WS-EFECTIVO-CONTADO
           DISPLAY "Sobrante: " WS-TOT-SOBRANTE
               "  Faltante: " WS-TOT-FALTANTE.

       MOSTRAR-UNA-DENOMINACION.
           COMPUTE WS-DIF-CANTIDAD =
               CNT-CONTADO (WS-CNT-IDX) - CNT-SISTEMA (WS-CNT-IDX)
           COMPUTE WS-EFECTIVO-CONTADO = WS-EFECTIVO-CONTADO
               + CNT-DENOMINACION (WS-CNT-IDX)
               * CNT-CONTADO (WS-CNT-IDX)
           IF WS-DIF-CANTIDAD > 0
               COMPUTE WS-TOT-SOBRANTE = WS-TOT-SOBRANTE
                   + CNT-DENOMINACION (WS-CNT-IDX) * WS-DIF-CANTIDAD
           END-IF
           IF WS-DIF-CANTIDAD < 0
               COMPUTE WS-TOT-FALTANTE = WS-TOT-FALTANTE
                   - CNT-DENOMINACION (WS-CNT-IDX) * WS-DIF-CANTIDAD
           END-IF
           MOVE CNT-DENOMINACION (WS-CNT-IDX) TO CTO-DENOMINACION
           MOVE CNT-SISTEMA (WS-CNT-IDX) TO CTO-SISTEMA
           MOVE CNT-CONTADO (WS-CNT-IDX) TO CTO-CONTADO
           MOVE WS-DIF-CANTIDAD TO CTO-DIFERENCIA
           DISPLAY WS-LINEA-CONTEO
           IF CNT-EN-POSICION (WS-CNT-IDX) = "N"
              AND CNT-CONTADO (WS-CNT-IDX) > 0
               ADD 1 TO WS-LINEAS-NUEVAS
           END-IF
           ADD 1 TO WS-CNT-IDX.

      ******************************************************************
      * Each denomination whose count differs from the system writes
      * its SOBRANTE or FALTANTE movement (notes and value of the
      * difference, the drawer's running position after it) and its
      * CASHPOS line is set to the notes counted; then every
      * denomination counted is recorded as an ARQUEO movement
      * carrying the notes counted and the drawer's counted total,
      * which is the position the next day opens with.
      ******************************************************************
       REGISTRAR-ARQUEO.
           MOVE WS-EFECTIVO-SISTEMA TO WS-EFECTIVO
           MOVE 1 TO WS-CNT-IDX
           PERFORM AJUSTAR-UNA-DENOMINACION
               UNTIL WS-CNT-IDX > WS-CNT-COUNT
           MOVE "ARQUEO" TO WS-EFE-TIPO
           MOVE 1 TO WS-CNT-IDX
           PERFORM ANOTAR-UNA-DENOMINACION
               UNTIL WS-CNT-IDX > WS-CNT-COUNT
           PERFORM REGRABAR-POSICIONES
           DISPLAY "Arqueo registrado. Efectivo en " WS-TERMINAL
               ": " WS-EFECTIVO.

       AJUSTAR-UNA-DENOMINACION.
           COMPUTE WS-DIF-CANTIDAD =
               CNT-CONTADO (WS-CNT-IDX) - CNT-SISTEMA (WS-CNT-IDX)
           IF WS-DIF-CANTIDAD NOT = 0
               MOVE CNT-DENOMINACION (WS-CNT-IDX) TO WS-DENOMINACION
               PERFORM BUSCAR-DENOMINACION
               IF NOT POSICION-HALLADA
                   ADD 1 TO WS-POS-COUNT
                   MOVE WS-POS-COUNT TO WS-POS-IDX
                   MOVE WS-TERMINAL TO TAB-TERMINAL (WS-POS-IDX)
                   MOVE WS-DENOMINACION
                       TO TAB-DENOMINACION (WS-POS-IDX)
               END-IF
               MOVE CNT-CONTADO (WS-CNT-IDX)
                   TO TAB-CANTIDAD (WS-POS-IDX)
               IF WS-DIF-CANTIDAD > 0
                   MOVE "SOBRANTE" TO WS-EFE-TIPO
                   MOVE WS-DIF-CANTIDAD TO WS-CANTIDAD
                   COMPUTE WS-IMPORTE =
                       WS-DENOMINACION * WS-CANTIDAD
                   ADD WS-IMPORTE TO WS-EFECTIVO
               ELSE
                   MOVE "FALTANTE" TO WS-EFE-TIPO
                   COMPUTE WS-CANTIDAD = 0 - WS-DIF-CANTIDAD
                   COMPUTE WS-IMPORTE =
                       WS-DENOMINACION * WS-CANTIDAD
                   SUBTRACT WS-IMPORTE FROM WS-EFECTIVO
               END-IF
               PERFORM ESCRIBIR-LOG-EFECTIVO
           END-IF
           ADD 1 TO WS-CNT-IDX.

       ANOTAR-UNA-DENOMINACION.
           MOVE CNT-DENOMINACION (WS-CNT-IDX) TO WS-DENOMINACION
           MOVE CNT-CONTADO (WS-CNT-IDX) TO WS-CANTIDAD
           COMPUTE WS-IMPORTE = WS-DENOMINACION * WS-CANTIDAD
           PERFORM ESCRIBIR-LOG-EFECTIVO
           ADD 1 TO WS-CNT-IDX.

      ******************************************************************
      * Consolidated view in two sections: per-terminal movement
      * totals for the day (opening, loaded, dispensed, expected
               MOVE 0 TO REP-APERTURA (WS-REP-IDX)
               MOVE 0 TO REP-CARGADO (WS-REP-IDX)
               MOVE 0 TO REP-DISPENSADO (WS-REP-IDX)
               MOVE 0 TO REP-DIFERENCIA (WS-REP-IDX)
           END-IF.

       COMPARAR-TERMINAL-REPORTE.
           IF EFE-DATE < WS-FECHA-HOY
               MOVE EFE-SALDO TO REP-APERTURA (WS-REP-IDX)
           ELSE
               EVALUATE EFE-TIPO
                   WHEN "DISPENSA"
                       ADD EFE-IMPORTE TO REP-DISPENSADO (WS-REP-IDX)
                   WHEN "SOBRANTE"
                       ADD EFE-IMPORTE TO REP-DIFERENCIA (WS-REP-IDX)
                   WHEN "FALTANTE"
                       SUBTRACT EFE-IMPORTE
                           FROM REP-DIFERENCIA (WS-REP-IDX)
                   WHEN "ARQUEO"
                       CONTINUE
                   WHEN OTHER
                       ADD EFE-IMPORTE TO REP-CARGADO (WS-REP-IDX)
               END-EVALUATE
           END-IF
           PERFORM LEER-LOG-EFECTIVO.

               MOVE 0 TO WS-TOT-APERTURA
               MOVE 0 TO WS-TOT-CARGADO
               MOVE 0 TO WS-TOT-DISPENSADO
               MOVE 0 TO WS-TOT-DIFERENCIA
               MOVE 0 TO WS-TOT-CIERRE
               MOVE 1 TO WS-REP-IDX
               PERFORM IMPRIMIR-TERMINAL
               MOVE WS-TOT-APERTURA TO TOT-APERTURA
               MOVE WS-TOT-CARGADO TO TOT-CARGADO
               MOVE WS-TOT-DISPENSADO TO TOT-DISPENSADO
               MOVE WS-TOT-DIFERENCIA TO TOT-DIFERENCIA
               MOVE WS-TOT-CIERRE TO TOT-CIERRE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "TOTAL APERTURA: " WS-TOT-APERTURA
               DISPLAY "TOTAL CARGADO: " WS-TOT-CARGADO
               DISPLAY "TOTAL DISPENSADO: " WS-TOT-DISPENSADO
               DISPLAY "TOTAL DIFERENCIAS DE ARQUEO: "
                   WS-TOT-DIFERENCIA
               DISPLAY "TOTAL CIERRE ESPERADO: " WS-TOT-CIERRE
               DISPLAY "TOTAL INVENTARIO: " WS-TOT-INVENTARIO
           END-IF.
               REP-APERTURA (WS-REP-IDX)
               + REP-CARGADO (WS-REP-IDX)
               - REP-DISPENSADO (WS-REP-IDX)
               + REP-DIFERENCIA (WS-REP-IDX)
           MOVE REP-TERMINAL (WS-REP-IDX) TO DET-TERMINAL
           MOVE REP-APERTURA (WS-REP-IDX) TO DET-APERTURA
           MOVE REP-CARGADO (WS-REP-IDX) TO DET-CARGADO
           MOVE REP-DISPENSADO (WS-REP-IDX) TO DET-DISPENSADO
           MOVE REP-DIFERENCIA (WS-REP-IDX) TO DET-DIFERENCIA
           MOVE WS-CIERRE-ESPERADO TO DET-CIERRE
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE
           ADD REP-APERTURA (WS-REP-IDX) TO WS-TOT-APERTURA
           ADD REP-CARGADO (WS-REP-IDX) TO WS-TOT-CARGADO
           ADD REP-DISPENSADO (WS-REP-IDX) TO WS-TOT-DISPENSADO
           ADD REP-DIFERENCIA (WS-REP-IDX) TO WS-TOT-DIFERENCIA
           ADD WS-CIERRE-ESPERADO TO WS-TOT-CIERRE
           ADD 1 TO WS-REP-IDX.

