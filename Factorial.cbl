      *                  garbling a result or taking the step down,
      *                  and the run ends with a control-totals
      *                  summary (read, processed, rejected).
      *   15/10/2026 BT  Add an extended-precision batch mode (option
      *                  3) that computes N! exactly as a digit string
      *                  for N up to a maximum (200, or the value in
      *                  the optional FACTMAX file, at most 449). Each
      *                  result goes to FACTOUT and FACTLOG with its
      *                  digit count, 47 digits per line with
      *                  continuation lines, and an N above the
      *                  maximum is rejected to FACTREJ as R03.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FACTORIAL-REJECT-FILE ASSIGN TO "FACTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT FACTORIAL-MAXIMO-FILE ASSIGN TO "FACTMAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAXIMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  INPUT-RECORD                  PIC X(06).

       FD  FACTORIAL-OUTPUT-FILE.
       01  OUTPUT-RECORD                 PIC X(80).

       FD  FACTORIAL-LOG-FILE.
       01  FACT-LOG-RECORD.
           05  FACT-LOG-RESULTADO        PIC 9(06).
           05  FILLER                    PIC X(01).
           05  FACT-LOG-DESBORDE         PIC X(01).
      *        "E" marks an extended-precision entry: its result is
      *        in FACT-LOG-TRAMO, one line of digits per record.
           05  FILLER                    PIC X(01).
           05  FACT-LOG-DIGITOS          PIC 9(05).
           05  FILLER                    PIC X(01).
           05  FACT-LOG-LINEA            PIC 9(05).
           05  FILLER                    PIC X(01).
           05  FACT-LOG-TRAMO            PIC X(47).

       FD  FACTORIAL-REJECT-FILE.
       01  REJECT-RECORD.
           05  FILLER                    PIC X(01).
           05  REJ-DESCRIPCION           PIC X(20).

       FD  FACTORIAL-MAXIMO-FILE.
       01  MAXIMO-RECORD                 PIC X(03).

       WORKING-STORAGE SECTION.
       01 VARIABLES.
           02 N PIC 9(6).
           02 AUX PIC 9(6).

       01 WS-MODO PIC 9 VALUE 0.
           88 MODO-EXTENDIDO VALUE 3.
       01 WS-INPUT-STATUS PIC X(02).
       01 WS-OUTPUT-STATUS PIC X(02).
       01 WS-FACTLOG-STATUS PIC X(02).
           05 FILLER PIC X(12) VALUE " RECHAZADOS=".
           05 CTL-RECHAZADOS PIC 9(06).

      ******************************************************************
      * Extended precision: N! is held one decimal digit per entry,
      * units first, and multiplied up factor by factor. 1000 digits
      * hold up to 449!; the site maximum is read from FACTMAX.
      ******************************************************************
       01 WS-MAXIMO-STATUS PIC X(02).
       01 WS-N-MAXIMO PIC 9(03) VALUE 200.
       01 WS-N-TOPE PIC 9(03) VALUE 449.
       01 WS-PARAMETRO-VALIDO PIC X(01) VALUE "S".
           88 PARAMETRO-VALIDO VALUE "S".
       01 WS-CIF-LONG PIC 9(04).
       01 WS-CIF-IDX PIC 9(04).
       01 TABLA-CIFRAS.
           05 CIFRA OCCURS 1000 TIMES PIC 9(01).
       01 WS-FACTOR PIC 9(03).
       01 WS-PRODUCTO PIC 9(06).
       01 WS-ACARREO PIC 9(06).
       01 WS-LINEA-NUM PIC 9(05).
       01 WS-TRAMO-IDX PIC 9(02).
       01 WS-TRAMO.
           05 TRAMO-CIFRA OCCURS 47 TIMES PIC X(01).
       01 WS-LINEA-EXTENDIDA.
           05 FILLER PIC X(02) VALUE "N=".
           05 EXT-N PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EXT-ETIQUETA PIC X(08).
           05 EXT-CIFRA PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EXT-MARCA PIC X(10).
           05 EXT-DIGITOS PIC X(47).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-LOG-FACTORIAL
           DISPLAY "1. Calcular un factorial (modo interactivo)"
           DISPLAY "2. Calcular factoriales desde un archivo (lote)"
           DISPLAY "3. Calcular factoriales desde un archivo con "
               "precision extendida (lote)"
           DISPLAY "Ingrese la opcion: "
           ACCEPT WS-MODO

                   PERFORM MODO-INTERACTIVO
               WHEN 2
                   PERFORM MODO-BATCH
               WHEN 3
                   PERFORM LEER-MAXIMO-EXTENDIDO
                   IF PARAMETRO-VALIDO
                       PERFORM MODO-BATCH
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM LEER-SIGUIENTE-N
                       IF MODO-EXTENDIDO
                           PERFORM PROCESAR-N-EXTENDIDO
                               UNTIL FIN-ARCHIVO-BATCH
                       ELSE
                           PERFORM PROCESAR-N-BATCH
                               UNTIL FIN-ARCHIVO-BATCH
                       END-IF
                       PERFORM ESCRIBIR-CONTROL-TOTALES
                       CLOSE FACTORIAL-REJECT-FILE
                   END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-N.

      ******************************************************************
      * FACTMAX, when present, holds the site's maximum N for the
      * extended mode as three digits; a value the digit table
      * cannot hold is a bad parameter and nothing is computed.
      ******************************************************************
       LEER-MAXIMO-EXTENDIDO.
           MOVE "S" TO WS-PARAMETRO-VALIDO
           OPEN INPUT FACTORIAL-MAXIMO-FILE
           IF WS-MAXIMO-STATUS = "00"
               READ FACTORIAL-MAXIMO-FILE
                   AT END
                       MOVE "N" TO WS-PARAMETRO-VALIDO
                   NOT AT END
                       IF MAXIMO-RECORD IS NUMERIC
                           MOVE MAXIMO-RECORD TO WS-N-MAXIMO
                       ELSE
                           MOVE "N" TO WS-PARAMETRO-VALIDO
                       END-IF
               END-READ
               CLOSE FACTORIAL-MAXIMO-FILE
               IF WS-N-MAXIMO = 0 OR WS-N-MAXIMO > WS-N-TOPE
                   MOVE "N" TO WS-PARAMETRO-VALIDO
               END-IF
           END-IF
           IF NOT PARAMETRO-VALIDO
               DISPLAY "FACTMAX INVALIDO: SE ESPERA UN N DE 001 A "
                   WS-N-TOPE
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCESAR-N-EXTENDIDO.
           ADD 1 TO WS-REG-LEIDOS
           PERFORM VALIDAR-REGISTRO
           IF REGISTRO-VALIDO
               MOVE INPUT-RECORD TO WS-N-ORIGINAL
               IF WS-N-ORIGINAL > WS-N-MAXIMO
                   MOVE "R03" TO REJ-MOTIVO
                   MOVE "N SUPERA EL MAXIMO" TO REJ-DESCRIPCION
                   PERFORM ESCRIBIR-RECHAZO
                   ADD 1 TO WS-REG-RECHAZADOS
               ELSE
                   PERFORM CALCULAR-EXTENDIDO
                   PERFORM ESCRIBIR-SALIDA-EXTENDIDA
                   ADD 1 TO WS-REG-PROCESADOS
               END-IF
           ELSE
               ADD 1 TO WS-REG-RECHAZADOS
           END-IF
           PERFORM LEER-SIGUIENTE-N.

       CALCULAR-EXTENDIDO.
           MOVE 1 TO WS-CIF-LONG
           MOVE 1 TO CIFRA (1)
           MOVE 2 TO WS-FACTOR
           PERFORM MULTIPLICAR-SIGUIENTE
               UNTIL WS-FACTOR > WS-N-ORIGINAL.

       MULTIPLICAR-SIGUIENTE.
           MOVE 0 TO WS-ACARREO
           MOVE 1 TO WS-CIF-IDX
           PERFORM MULTIPLICAR-CIFRA
               UNTIL WS-CIF-IDX > WS-CIF-LONG
           PERFORM EXTENDER-ACARREO
               UNTIL WS-ACARREO = 0
           ADD 1 TO WS-FACTOR.

       MULTIPLICAR-CIFRA.
           COMPUTE WS-PRODUCTO = CIFRA (WS-CIF-IDX) * WS-FACTOR
               + WS-ACARREO
           DIVIDE WS-PRODUCTO BY 10
               GIVING WS-ACARREO
               REMAINDER CIFRA (WS-CIF-IDX)
           ADD 1 TO WS-CIF-IDX.

       EXTENDER-ACARREO.
           ADD 1 TO WS-CIF-LONG
           DIVIDE WS-ACARREO BY 10
               GIVING WS-ACARREO
               REMAINDER CIFRA (WS-CIF-LONG).

      ******************************************************************
      * The result is written most significant digit first, 47 digits
      * a line: the first line carries the digit count, each further
      * line its line number and a "+" so a reader joins them back.
      * FACTLOG gets the same lines.
      ******************************************************************
       ESCRIBIR-SALIDA-EXTENDIDA.
           MOVE 0 TO WS-LINEA-NUM
           MOVE WS-CIF-LONG TO WS-CIF-IDX
           PERFORM ESCRIBIR-TRAMO
               UNTIL WS-CIF-IDX = 0.

       ESCRIBIR-TRAMO.
           MOVE SPACES TO WS-TRAMO
           MOVE 1 TO WS-TRAMO-IDX
           PERFORM COPIAR-CIFRA
               UNTIL WS-TRAMO-IDX > 47 OR WS-CIF-IDX = 0
           ADD 1 TO WS-LINEA-NUM
           MOVE WS-N-ORIGINAL TO EXT-N
           IF WS-LINEA-NUM = 1
               MOVE "DIGITOS=" TO EXT-ETIQUETA
               MOVE WS-CIF-LONG TO EXT-CIFRA
               MOVE "FACTORIAL=" TO EXT-MARCA
           ELSE
               MOVE "LINEA  =" TO EXT-ETIQUETA
               MOVE WS-LINEA-NUM TO EXT-CIFRA
               MOVE "CONTINUA +" TO EXT-MARCA
           END-IF
           MOVE WS-TRAMO TO EXT-DIGITOS
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD FROM WS-LINEA-EXTENDIDA
           PERFORM ESCRIBIR-LOG-TRAMO.

       COPIAR-CIFRA.
           MOVE CIFRA (WS-CIF-IDX) TO TRAMO-CIFRA (WS-TRAMO-IDX)
           SUBTRACT 1 FROM WS-CIF-IDX
           ADD 1 TO WS-TRAMO-IDX.

       ESCRIBIR-LOG-TRAMO.
           MOVE SPACES TO FACT-LOG-RECORD
           ACCEPT FACT-LOG-DATE FROM DATE
           ACCEPT FACT-LOG-TIME FROM TIME
           MOVE WS-N-ORIGINAL TO FACT-LOG-N
           MOVE 0 TO FACT-LOG-RESULTADO
           MOVE "E" TO FACT-LOG-DESBORDE
           MOVE WS-CIF-LONG TO FACT-LOG-DIGITOS
           MOVE WS-LINEA-NUM TO FACT-LOG-LINEA
           MOVE WS-TRAMO TO FACT-LOG-TRAMO
           WRITE FACT-LOG-RECORD.

       VALIDAR-REGISTRO.
           MOVE "S" TO WS-REGISTRO-VALIDO
           MOVE SPACES TO REJECT-RECORD
