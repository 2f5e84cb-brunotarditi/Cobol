      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Cash replenishment forecast per terminal and note
      *          value. Reads the dispense history in the cash log
      *          EFECTLOG (the last eight weeks, or since the log
      *          began), the current drawer positions in CASHPOS and
      *          the business days in CALENDARIO, and for every line
      *          on CASHPOS reports the average notes dispensed per
      *          day of the week, the days the current position
      *          covers and the date it is expected to run out, and
      *          the notes to load at the next replenishment so the
      *          drawer lasts through the non-business days that
      *          follow until the next load, one day of margin
      *          included (PRONOREP). A position expected to run out
      *          before the next load is flagged.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOSTICO-EFECTIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-POSITION-FILE ASSIGN TO "CASHPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT CASH-LOG-FILE ASSIGN TO "EFECTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PRONOREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-POSITION-FILE.
       01  POSITION-RECORD.
           05  POS-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(01).
           05  POS-DENOMINACION       PIC 9(04).
           05  FILLER                 PIC X(01).
           05  POS-CANTIDAD           PIC 9(05).

       FD  CASH-LOG-FILE.
       01  CASH-LOG-RECORD.
           05  EFE-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  EFE-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  EFE-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(01).
           05  EFE-TIPO               PIC X(08).
           05  FILLER                 PIC X(01).
           05  EFE-DENOMINACION       PIC 9(04).
           05  FILLER                 PIC X(01).
           05  EFE-CANTIDAD           PIC 9(05).
           05  FILLER                 PIC X(01).
           05  EFE-IMPORTE            PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  EFE-SALDO              PIC S9(07)V99.
           05  FILLER                 PIC X(01).
           05  EFE-CUSTODIO           PIC X(06).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-FECHA              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CAL-HABIL              PIC X(01).
           05  FILLER                 PIC X(01).
           05  CAL-FECHA-PROCESO      PIC 9(06).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS PIC X(02).
       01 WS-EFE-STATUS PIC X(02).
       01 WS-CAL-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FIN-ARCHIVO PIC X(01) VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FECHA-HOY PIC 9(06).
       01 WS-SERIAL-HOY PIC 9(07).
       01 WS-DIA-HOY PIC 9(01).
       01 WS-SERIAL PIC 9(07).
       01 WS-DIA-SEMANA PIC 9(01).
       01 WS-PRIMER-REGISTRO PIC X(01) VALUE "S".
           88 ES-PRIMER-REGISTRO VALUE "S".
       01 WS-FECHA-PRIMERA PIC 9(06) VALUE 0.
       01 WS-DIAS-HISTORIA PIC 9(03) VALUE 0.
       01 WS-URGENTES PIC 9(03) VALUE 0.
       01 WS-TOT-VALOR PIC 9(11)V99 VALUE 0.

      ******************************************************************
      * The history window: the last eight weeks up to today, so
      * each day of the week is averaged over eight samples; a log
      * younger than that is averaged over the days it covers.
      ******************************************************************
       01 WS-VENTANA PIC 9(03) VALUE 56.
       01 WS-SERIAL-DESDE PIC 9(07).
       01 WS-DIA-CONTEO PIC 9(01).
       01 WS-DIA-IDX PIC 9(01).
       01 WS-CONTEO-IDX PIC 9(03).
       01 TABLA-DIAS-VENTANA.
           05 DIAS-VENTANA OCCURS 7 TIMES PIC 9(03).

      ******************************************************************
      * The days ahead, tomorrow first, each with its day of the
      * week and whether it is a business day: CALENDARIO decides
      * where it has the date, Monday to Friday otherwise.
      ******************************************************************
       01 WS-HORIZONTE PIC 9(03) VALUE 90.
       01 WS-PRX-IDX PIC 9(03).
       01 WS-DIA-CARGA PIC 9(03).
       01 WS-DIA-PROXIMA PIC 9(03).
       01 TABLA-PROXIMOS.
           05 PROXIMO-DIA OCCURS 90 TIMES.
               10 PRX-FECHA PIC 9(06).
               10 PRX-DIA-SEMANA PIC 9(01).
               10 PRX-HABIL PIC X(01).
                   88 PRX-ES-HABIL VALUE "S".
       01 WS-FECHA-ACTUAL PIC 9(06).
       01 FILLER REDEFINES WS-FECHA-ACTUAL.
           05 WS-ACT-AA PIC 9(02).
           05 WS-ACT-MM PIC 9(02).
           05 WS-ACT-DD PIC 9(02).
       01 WS-DIAS-MES-AUX PIC 9(02).
       01 WS-RESTO-BISIESTO PIC 9(02).
       01 WS-COCIENTE-BISIESTO PIC 9(02).
       01 WS-TABLA-DIAS-MES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-TABLA-DIAS-MES.
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

      ******************************************************************
      * One entry per CASHPOS line: its position and the notes
      * dispensed in the window by day of the week (1=lunes ..
      * 7=domingo).
      ******************************************************************
       01 WS-PRN-MAX PIC 9(03) VALUE 100.
       01 WS-PRN-COUNT PIC 9(03) VALUE 0.
       01 WS-PRN-IDX PIC 9(03).
       01 WS-PRN-HALLADO PIC X(01) VALUE "N".
           88 PRN-HALLADO VALUE "S".
       01 TABLA-PRONOSTICO.
           05 PRONOSTICO-ENTRADA OCCURS 100 TIMES.
               10 PRN-TERMINAL PIC X(04).
               10 PRN-DENOMINACION PIC 9(04).
               10 PRN-POSICION PIC 9(05).
               10 PRN-DISPENSADO PIC 9(07) OCCURS 7 TIMES.

       01 TABLA-PROMEDIOS.
           05 PROMEDIO-DIA OCCURS 7 TIMES PIC 9(05)V99.
       01 WS-SUMA-PROMEDIOS PIC 9(06)V99.
       01 WS-RESTANTE PIC S9(07)V99.
       01 WS-COBERTURA PIC 9(03).
       01 WS-AGOTADO PIC X(01).
           88 SE-AGOTA VALUE "S".
       01 WS-FECHA-AGOTA PIC 9(06).
       01 WS-NECESIDAD PIC S9(07)V99.
       01 WS-CARGA PIC 9(05).
       01 WS-VALOR-CARGA PIC 9(09)V99.

       01 WS-ENCABEZADO-1.
           05  FILLER                 PIC X(44) VALUE
               "PRONOSTICO DE REPOSICION DE EFECTIVO FECHA: ".
           05  ENC-FECHA              PIC 9(06).

       01 WS-ENCABEZADO-2.
           05  FILLER                 PIC X(10) VALUE "HISTORIA: ".
           05  ENC-DIAS-HISTORIA      PIC ZZ9.
           05  FILLER                 PIC X(22) VALUE
               " DIAS  PROXIMA CARGA: ".
           05  ENC-FECHA-CARGA        PIC 9(06).
           05  FILLER                 PIC X(22) VALUE
               "  CUBRE HASTA EL DIA: ".
           05  ENC-FECHA-PROXIMA      PIC 9(06).

       01 WS-ENCABEZADO-3.
           05  FILLER                 PIC X(16) VALUE
               "TERM DENO POSIC ".
           05  FILLER                 PIC X(49) VALUE
               "   LUN    MAR    MIE    JUE    VIE    SAB    DOM ".
           05  FILLER                 PIC X(14) VALUE
               "COB  AGOTA".
           05  FILLER                 PIC X(20) VALUE
               "CARGA        VALOR".

       01 WS-LINEA-DETALLE.
           05  DET-TERMINAL           PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DENOMINACION       PIC 9(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-POSICION           PIC Z(04)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-DIA OCCURS 7 TIMES.
               10  DET-PROMEDIO       PIC ZZZ9.9.
               10  FILLER             PIC X(01).
           05  DET-COBERTURA          PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-FECHA-AGOTA        PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-URGENTE            PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-CARGA              PIC Z(04)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DET-VALOR              PIC Z(08)9.99.
       01 WS-COBERTURA-EDITADA PIC ZZ9.

       01 WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(17) VALUE
               "LINEAS DE CAJON: ".
           05  RES-LINEAS             PIC ZZ9.
           05  FILLER                 PIC X(26) VALUE
               "  AGOTAN ANTES DE CARGAR: ".
           05  RES-URGENTES           PIC ZZ9.
           05  FILLER                 PIC X(20) VALUE
               "  VALOR A CARGAR: ".
           05  RES-VALOR              PIC Z(10)9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE
           CALL "RUTINA-FECHA" USING WS-FECHA-HOY WS-SERIAL-HOY
               WS-DIA-HOY
           PERFORM CARGAR-POSICIONES
           PERFORM ACUMULAR-DISPENSAS
           PERFORM CONTAR-DIAS-VENTANA
           PERFORM CONSTRUIR-PROXIMOS
           PERFORM APLICAR-CALENDARIO
           PERFORM UBICAR-CARGA
           PERFORM ABRIR-REPORTE
           MOVE 1 TO WS-PRN-IDX
           PERFORM PRONOSTICAR-LINEA
               UNTIL WS-PRN-IDX > WS-PRN-COUNT
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "PRONOSTICO: LINEAS " WS-PRN-COUNT
               " AGOTAN ANTES DE CARGAR " WS-URGENTES
           STOP RUN.

      ******************************************************************
      * The lines to forecast are the drawers' current positions; a
      * note value no longer carried on CASHPOS is not forecast.
      ******************************************************************
       CARGAR-POSICIONES.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CASH-POSITION-FILE
           IF WS-POS-STATUS = "35"
               MOVE "S" TO WS-FIN-ARCHIVO
           ELSE
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR LAS POSICIONES DE CAJA: "
                   WS-POS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM LEER-POSICION
               PERFORM ANOTAR-POSICION
                   UNTIL FIN-ARCHIVO
               CLOSE CASH-POSITION-FILE
           END-IF
           END-IF.

       LEER-POSICION.
           READ CASH-POSITION-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ANOTAR-POSICION.
           IF WS-PRN-COUNT = WS-PRN-MAX
               DISPLAY "PRONOSTICO: MAS DE " WS-PRN-MAX
                   " LINEAS EN CASHPOS; CORRIDA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRN-COUNT
           MOVE POS-TERMINAL TO PRN-TERMINAL (WS-PRN-COUNT)
           MOVE POS-DENOMINACION TO PRN-DENOMINACION (WS-PRN-COUNT)
           MOVE POS-CANTIDAD TO PRN-POSICION (WS-PRN-COUNT)
           MOVE 1 TO WS-DIA-IDX
           PERFORM LIMPIAR-DISPENSADO
               UNTIL WS-DIA-IDX > 7
           PERFORM LEER-POSICION.

       LIMPIAR-DISPENSADO.
           MOVE 0 TO PRN-DISPENSADO (WS-PRN-COUNT WS-DIA-IDX)
           ADD 1 TO WS-DIA-IDX.

      ******************************************************************
      * The cash log is in time order, so its first entry dates the
      * start of the history. Only the dispenses in the window count.
      ******************************************************************
       ACUMULAR-DISPENSAS.
           COMPUTE WS-SERIAL-DESDE = WS-SERIAL-HOY - WS-VENTANA + 1
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CASH-LOG-FILE
           IF WS-EFE-STATUS = "35"
               MOVE "S" TO WS-FIN-ARCHIVO
           ELSE
           IF WS-EFE-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL LOG DE EFECTIVO: "
                   WS-EFE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM LEER-EFECTIVO
               PERFORM ANOTAR-DISPENSA
                   UNTIL FIN-ARCHIVO
               CLOSE CASH-LOG-FILE
           END-IF
           END-IF.

       LEER-EFECTIVO.
           READ CASH-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ANOTAR-DISPENSA.
           IF ES-PRIMER-REGISTRO
               MOVE "N" TO WS-PRIMER-REGISTRO
               MOVE EFE-DATE TO WS-FECHA-PRIMERA
               CALL "RUTINA-FECHA" USING WS-FECHA-PRIMERA WS-SERIAL
                   WS-DIA-SEMANA
               IF WS-SERIAL > WS-SERIAL-DESDE
                   MOVE WS-SERIAL TO WS-SERIAL-DESDE
               END-IF
           END-IF
           IF EFE-TIPO = "DISPENSA"
               CALL "RUTINA-FECHA" USING EFE-DATE WS-SERIAL
                   WS-DIA-SEMANA
               IF WS-SERIAL NOT < WS-SERIAL-DESDE
                  AND WS-SERIAL NOT > WS-SERIAL-HOY
                   PERFORM BUSCAR-LINEA
                   IF PRN-HALLADO
                       ADD EFE-CANTIDAD TO
                           PRN-DISPENSADO (WS-PRN-IDX WS-DIA-SEMANA)
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-EFECTIVO.

       BUSCAR-LINEA.
           MOVE "N" TO WS-PRN-HALLADO
           MOVE 1 TO WS-PRN-IDX
           PERFORM COMPARAR-LINEA
               UNTIL PRN-HALLADO OR WS-PRN-IDX > WS-PRN-COUNT.

       COMPARAR-LINEA.
           IF PRN-TERMINAL (WS-PRN-IDX) = EFE-TERMINAL
              AND PRN-DENOMINACION (WS-PRN-IDX) = EFE-DENOMINACION
               MOVE "S" TO WS-PRN-HALLADO
           ELSE
               ADD 1 TO WS-PRN-IDX
           END-IF.

      ******************************************************************
      * How many of each day of the week the window holds, counted
      * back from today.
      ******************************************************************
       CONTAR-DIAS-VENTANA.
           MOVE 1 TO WS-DIA-IDX
           PERFORM LIMPIAR-DIA-VENTANA
               UNTIL WS-DIA-IDX > 7
           MOVE 0 TO WS-DIAS-HISTORIA
           IF WS-SERIAL-DESDE NOT > WS-SERIAL-HOY
               COMPUTE WS-DIAS-HISTORIA =
                   WS-SERIAL-HOY - WS-SERIAL-DESDE + 1
           END-IF
           MOVE WS-DIA-HOY TO WS-DIA-CONTEO
           MOVE 1 TO WS-CONTEO-IDX
           PERFORM CONTAR-UN-DIA
               UNTIL WS-CONTEO-IDX > WS-DIAS-HISTORIA.

       LIMPIAR-DIA-VENTANA.
           MOVE 0 TO DIAS-VENTANA (WS-DIA-IDX)
           ADD 1 TO WS-DIA-IDX.

       CONTAR-UN-DIA.
           ADD 1 TO DIAS-VENTANA (WS-DIA-CONTEO)
           IF WS-DIA-CONTEO = 1
               MOVE 7 TO WS-DIA-CONTEO
           ELSE
               SUBTRACT 1 FROM WS-DIA-CONTEO
           END-IF
           ADD 1 TO WS-CONTEO-IDX.

       CONSTRUIR-PROXIMOS.
           MOVE WS-FECHA-HOY TO WS-FECHA-ACTUAL
           MOVE WS-DIA-HOY TO WS-DIA-CONTEO
           MOVE 1 TO WS-PRX-IDX
           PERFORM AGREGAR-PROXIMO
               UNTIL WS-PRX-IDX > WS-HORIZONTE.

       AGREGAR-PROXIMO.
           PERFORM SUMAR-UN-DIA
           IF WS-DIA-CONTEO = 7
               MOVE 1 TO WS-DIA-CONTEO
           ELSE
               ADD 1 TO WS-DIA-CONTEO
           END-IF
           MOVE WS-FECHA-ACTUAL TO PRX-FECHA (WS-PRX-IDX)
           MOVE WS-DIA-CONTEO TO PRX-DIA-SEMANA (WS-PRX-IDX)
           IF WS-DIA-CONTEO > 5
               MOVE "N" TO PRX-HABIL (WS-PRX-IDX)
           ELSE
               MOVE "S" TO PRX-HABIL (WS-PRX-IDX)
           END-IF
           ADD 1 TO WS-PRX-IDX.

       SUMAR-UN-DIA.
           MOVE WS-DIAS-MES (WS-ACT-MM) TO WS-DIAS-MES-AUX
           IF WS-ACT-MM = 2
               DIVIDE WS-ACT-AA BY 4
                   GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   MOVE 29 TO WS-DIAS-MES-AUX
               END-IF
           END-IF
           IF WS-ACT-DD < WS-DIAS-MES-AUX
               ADD 1 TO WS-ACT-DD
           ELSE
               MOVE 1 TO WS-ACT-DD
               IF WS-ACT-MM < 12
                   ADD 1 TO WS-ACT-MM
               ELSE
                   MOVE 1 TO WS-ACT-MM
                   ADD 1 TO WS-ACT-AA
               END-IF
           END-IF.

      ******************************************************************
      * The holidays come from CALENDARIO; without it the weekends
      * are the only non-business days.
      ******************************************************************
       APLICAR-CALENDARIO.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM LEER-CALENDARIO
               PERFORM MARCAR-DIA-CALENDARIO
                   UNTIL FIN-ARCHIVO
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "PRONOSTICO: SIN CALENDARIO, SE TOMAN HABILES"
                   " DE LUNES A VIERNES"
           END-IF.

       LEER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       MARCAR-DIA-CALENDARIO.
           IF CAL-FECHA > WS-FECHA-HOY
               MOVE 1 TO WS-PRX-IDX
               PERFORM COMPARAR-PROXIMO
                   UNTIL WS-PRX-IDX > WS-HORIZONTE
           END-IF
           PERFORM LEER-CALENDARIO.

       COMPARAR-PROXIMO.
           IF PRX-FECHA (WS-PRX-IDX) = CAL-FECHA
               MOVE CAL-HABIL TO PRX-HABIL (WS-PRX-IDX)
               MOVE WS-HORIZONTE TO WS-PRX-IDX
           END-IF
           ADD 1 TO WS-PRX-IDX.

      ******************************************************************
      * The next load is made on the next business day; the drawer
      * must then last until the business day after it, when it can
      * be loaded again, and through that day as margin.
      ******************************************************************
       UBICAR-CARGA.
           MOVE 1 TO WS-PRX-IDX
           PERFORM SALTAR-NO-HABIL
               UNTIL WS-PRX-IDX > WS-HORIZONTE
                  OR PRX-ES-HABIL (WS-PRX-IDX)
           MOVE WS-PRX-IDX TO WS-DIA-CARGA
           ADD 1 TO WS-PRX-IDX
           PERFORM SALTAR-NO-HABIL
               UNTIL WS-PRX-IDX > WS-HORIZONTE
                  OR PRX-ES-HABIL (WS-PRX-IDX)
           MOVE WS-PRX-IDX TO WS-DIA-PROXIMA
           IF WS-DIA-PROXIMA > WS-HORIZONTE
               DISPLAY "PRONOSTICO: NO HAY DOS DIAS HABILES EN LOS "
                   "PROXIMOS " WS-HORIZONTE " DIAS; CORRIDA ABORTADA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       SALTAR-NO-HABIL.
           ADD 1 TO WS-PRX-IDX.

       ABRIR-REPORTE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-HOY TO ENC-FECHA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1
           MOVE WS-DIAS-HISTORIA TO ENC-DIAS-HISTORIA
           MOVE PRX-FECHA (WS-DIA-CARGA) TO ENC-FECHA-CARGA
           MOVE PRX-FECHA (WS-DIA-PROXIMA) TO ENC-FECHA-PROXIMA
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ENCABEZADO-3.

       PRONOSTICAR-LINEA.
           MOVE SPACES TO WS-LINEA-DETALLE
           PERFORM CALCULAR-PROMEDIOS
           PERFORM CALCULAR-COBERTURA
           PERFORM CALCULAR-CARGA
           PERFORM IMPRIMIR-LINEA
           ADD 1 TO WS-PRN-IDX.

       CALCULAR-PROMEDIOS.
           MOVE 0 TO WS-SUMA-PROMEDIOS
           MOVE 1 TO WS-DIA-IDX
           PERFORM PROMEDIAR-DIA
               UNTIL WS-DIA-IDX > 7.

       PROMEDIAR-DIA.
           IF DIAS-VENTANA (WS-DIA-IDX) = 0
               MOVE 0 TO PROMEDIO-DIA (WS-DIA-IDX)
           ELSE
               COMPUTE PROMEDIO-DIA (WS-DIA-IDX) ROUNDED =
                   PRN-DISPENSADO (WS-PRN-IDX WS-DIA-IDX)
                   / DIAS-VENTANA (WS-DIA-IDX)
           END-IF
           ADD PROMEDIO-DIA (WS-DIA-IDX) TO WS-SUMA-PROMEDIOS
           MOVE PROMEDIO-DIA (WS-DIA-IDX) TO DET-PROMEDIO (WS-DIA-IDX)
           ADD 1 TO WS-DIA-IDX.

      ******************************************************************
      * The position is drawn down day by day at the average for
      * each day of the week; the first day it cannot meet is the
      * day it runs out. No dispense history means no run-out.
      ******************************************************************
       CALCULAR-COBERTURA.
           MOVE PRN-POSICION (WS-PRN-IDX) TO WS-RESTANTE
           MOVE "N" TO WS-AGOTADO
           MOVE 0 TO WS-COBERTURA
           MOVE 0 TO WS-FECHA-AGOTA
           IF WS-SUMA-PROMEDIOS > 0
               MOVE 1 TO WS-PRX-IDX
               PERFORM CONSUMIR-DIA
                   UNTIL SE-AGOTA OR WS-PRX-IDX > WS-HORIZONTE
           END-IF.

       CONSUMIR-DIA.
           MOVE PRX-DIA-SEMANA (WS-PRX-IDX) TO WS-DIA-IDX
           SUBTRACT PROMEDIO-DIA (WS-DIA-IDX) FROM WS-RESTANTE
           IF WS-RESTANTE < 0
               MOVE "S" TO WS-AGOTADO
               MOVE PRX-FECHA (WS-PRX-IDX) TO WS-FECHA-AGOTA
           ELSE
               ADD 1 TO WS-COBERTURA
               ADD 1 TO WS-PRX-IDX
           END-IF.

      ******************************************************************
      * What the drawer will still hold on the load day, after the
      * days before it, against what it needs from the load day
      * through the next business day; the difference, in whole
      * notes, is the load.
      ******************************************************************
       CALCULAR-CARGA.
           MOVE PRN-POSICION (WS-PRN-IDX) TO WS-RESTANTE
           MOVE 1 TO WS-PRX-IDX
           PERFORM DESCONTAR-DIA
               UNTIL WS-PRX-IDX NOT < WS-DIA-CARGA
           IF WS-RESTANTE < 0
               MOVE 0 TO WS-RESTANTE
           END-IF
           MOVE 0 TO WS-NECESIDAD
           MOVE WS-DIA-CARGA TO WS-PRX-IDX
           PERFORM SUMAR-NECESIDAD
               UNTIL WS-PRX-IDX > WS-DIA-PROXIMA
           SUBTRACT WS-RESTANTE FROM WS-NECESIDAD
           MOVE 0 TO WS-CARGA
           IF WS-NECESIDAD > 0
               MOVE WS-NECESIDAD TO WS-CARGA
               IF WS-CARGA < WS-NECESIDAD
                   ADD 1 TO WS-CARGA
               END-IF
           END-IF
           COMPUTE WS-VALOR-CARGA =
               WS-CARGA * PRN-DENOMINACION (WS-PRN-IDX)
           ADD WS-VALOR-CARGA TO WS-TOT-VALOR.

       DESCONTAR-DIA.
           MOVE PRX-DIA-SEMANA (WS-PRX-IDX) TO WS-DIA-IDX
           SUBTRACT PROMEDIO-DIA (WS-DIA-IDX) FROM WS-RESTANTE
           ADD 1 TO WS-PRX-IDX.

       SUMAR-NECESIDAD.
           MOVE PRX-DIA-SEMANA (WS-PRX-IDX) TO WS-DIA-IDX
           ADD PROMEDIO-DIA (WS-DIA-IDX) TO WS-NECESIDAD
           ADD 1 TO WS-PRX-IDX.

       IMPRIMIR-LINEA.
           MOVE PRN-TERMINAL (WS-PRN-IDX) TO DET-TERMINAL
           MOVE PRN-DENOMINACION (WS-PRN-IDX) TO DET-DENOMINACION
           MOVE PRN-POSICION (WS-PRN-IDX) TO DET-POSICION
           MOVE SPACE TO DET-URGENTE
           IF SE-AGOTA
               MOVE WS-COBERTURA TO WS-COBERTURA-EDITADA
               MOVE WS-COBERTURA-EDITADA TO DET-COBERTURA
               MOVE WS-FECHA-AGOTA TO DET-FECHA-AGOTA
               IF WS-FECHA-AGOTA < PRX-FECHA (WS-DIA-CARGA)
                   MOVE "*" TO DET-URGENTE
                   ADD 1 TO WS-URGENTES
               END-IF
           ELSE
               MOVE "+90" TO DET-COBERTURA
               MOVE "------" TO DET-FECHA-AGOTA
           END-IF
           MOVE WS-CARGA TO DET-CARGA
           MOVE WS-VALOR-CARGA TO DET-VALOR
           WRITE REPORT-LINE FROM WS-LINEA-DETALLE.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRN-COUNT TO RES-LINEAS
           MOVE WS-URGENTES TO RES-URGENTES
           MOVE WS-TOT-VALOR TO RES-VALOR
           WRITE REPORT-LINE FROM WS-LINEA-RESUMEN.

       END PROGRAM PRONOSTICO-EFECTIVO.
