      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Shared watch-list screening routine. Checks a name
      *          and an identity document against the sanctions and
      *          PEP list LISTAVIG the nightly list revision loads
      *          from the regulator's file, so the back office (at
      *          registration and on a change of name or document),
      *          the interbank jobs (on the counterparty of every
      *          transfer) and the nightly rescreen of the customer
      *          master all apply the same rule. A match is the same
      *          name once case, spacing and punctuation are set
      *          aside, or the same document. The list is loaded on
      *          the first check of the run. Every check and every
      *          decision compliance records is written to the
      *          screening audit file VIGILOG; the caller ends its
      *          run with function "F" so the audit file is closed.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTINA-VIGILANCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "LISTAVIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIS-STATUS.
           SELECT SCREENING-LOG-FILE ASSIGN TO "VIGILOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VGL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
           COPY LISTA.

       FD  SCREENING-LOG-FILE.
       01  VGL-RECORD.
           05  VGL-FECHA              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  VGL-HORA               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  VGL-ORIGEN             PIC X(08).
           05  FILLER                 PIC X(01).
           05  VGL-SUJETO             PIC X(20).
           05  FILLER                 PIC X(01).
           05  VGL-NOMBRE             PIC X(30).
           05  FILLER                 PIC X(01).
           05  VGL-DOCUMENTO          PIC X(11).
           05  FILLER                 PIC X(01).
           05  VGL-RESULTADO          PIC X(12).
           05  FILLER                 PIC X(01).
           05  VGL-OPERADOR           PIC X(06).
           05  FILLER                 PIC X(01).
           05  VGL-FECHA-LISTA        PIC 9(06).
           05  FILLER                 PIC X(01).
           05  VGL-LISTA-NOMBRE       PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LIS-STATUS PIC X(02).
       01 WS-VGL-STATUS PIC X(02).
       01 WS-LISTA-LEIDA PIC X(01) VALUE "N".
           88 LISTA-LEIDA VALUE "S".
       01 WS-LOG-ABIERTO PIC X(01) VALUE "N".
           88 LOG-ABIERTO VALUE "S".
       01 WS-FIN-LISTA PIC X(01).
           88 FIN-LISTA VALUE "S".
       01 WS-FECHA-LISTA PIC 9(06) VALUE 0.
       01 WS-NOMBRE-BUSCADO PIC X(30).
       01 WS-DOCUMENTO-BUSCADO PIC X(30).
       01 WS-TEXTO-ENTRADA PIC X(30).
       01 WS-TEXTO-NORMAL PIC X(30).
       01 WS-CARACTER PIC X(01).
       01 WS-POS-ENTRADA PIC 9(02).
       01 WS-POS-NORMAL PIC 9(02).
       01 WS-IDX PIC 9(04).

      ******************************************************************
      * The watch list, held normalised as loaded. The list revision
      * refuses a regulator file larger than this table, so a list
      * that reaches here always fits.
      ******************************************************************
       01 WS-MAX-LISTA PIC 9(04) VALUE 2000.
       01 WS-LISTA-COUNT PIC 9(04) VALUE 0.
       01 WS-TABLA-LISTA.
           05  TLI-ENTRADA OCCURS 2000 TIMES.
               10  TLI-TIPO           PIC X(01).
               10  TLI-NOMBRE         PIC X(30).
               10  TLI-NOMBRE-NORMAL  PIC X(30).
               10  TLI-DOCUMENTO      PIC X(30).
               10  TLI-FECHA-ALTA     PIC 9(06).

       LINKAGE SECTION.
           COPY VIGILA.

       PROCEDURE DIVISION USING VIG-PARAMETROS.

       INICIO.
           EVALUATE TRUE
               WHEN VIG-VERIFICAR
                   IF NOT LISTA-LEIDA
                       PERFORM CARGAR-LISTA
                   END-IF
                   PERFORM VERIFICAR-SUJETO
                   PERFORM AUDITAR-CONSULTA
               WHEN VIG-DECIDIR
                   PERFORM AUDITAR-CONSULTA
               WHEN VIG-FINALIZAR
                   IF LOG-ABIERTO
                       CLOSE SCREENING-LOG-FILE
                       MOVE "N" TO WS-LOG-ABIERTO
                   END-IF
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * A missing list leaves the table empty: every check then
      * answers "sin lista" and is audited as such, so a night the
      * list was never loaded shows on the audit file instead of
      * passing everyone as clear without a trace.
      ******************************************************************
       CARGAR-LISTA.
           MOVE "S" TO WS-LISTA-LEIDA
           MOVE 0 TO WS-LISTA-COUNT
           MOVE 0 TO WS-FECHA-LISTA
           OPEN INPUT WATCH-LIST-FILE
           IF WS-LIS-STATUS = "00"
               MOVE "N" TO WS-FIN-LISTA
               PERFORM LEER-LISTA
               PERFORM GUARDAR-ENTRADA
                   UNTIL FIN-LISTA
               CLOSE WATCH-LIST-FILE
           END-IF.

       LEER-LISTA.
           READ WATCH-LIST-FILE
               AT END
                   MOVE "S" TO WS-FIN-LISTA
           END-READ.

       GUARDAR-ENTRADA.
           IF LISTA-CABECERA
               MOVE LIS-CAB-FECHA-CARGA TO WS-FECHA-LISTA
           ELSE
           IF LISTA-DETALLE
               IF WS-LISTA-COUNT < WS-MAX-LISTA
                   ADD 1 TO WS-LISTA-COUNT
                   MOVE LIS-TIPO-LISTA TO TLI-TIPO (WS-LISTA-COUNT)
                   MOVE LIS-NOMBRE TO TLI-NOMBRE (WS-LISTA-COUNT)
                   MOVE LIS-NOMBRE TO WS-TEXTO-ENTRADA
                   PERFORM NORMALIZAR-TEXTO
                   MOVE WS-TEXTO-NORMAL TO
                       TLI-NOMBRE-NORMAL (WS-LISTA-COUNT)
                   MOVE LIS-DOCUMENTO TO WS-TEXTO-ENTRADA
                   PERFORM NORMALIZAR-TEXTO
                   MOVE WS-TEXTO-NORMAL TO
                       TLI-DOCUMENTO (WS-LISTA-COUNT)
                   MOVE LIS-FECHA-ALTA TO
                       TLI-FECHA-ALTA (WS-LISTA-COUNT)
               ELSE
                   DISPLAY "VIGILANCIA: LISTA MAYOR QUE LA TABLA, "
                       "ENTRADAS OMITIDAS"
               END-IF
           END-IF
           END-IF
           PERFORM LEER-LISTA.

      ******************************************************************
      * Names and documents are compared normalised: upper case, with
      * only letters and digits kept, so "Perez, Juan" and "PEREZ
      * JUAN" or "12.345.678" and "12345678" are the same. The first
      * list entry that matches is reported; entries listed on or
      * before VIG-FECHA-DESDE are passed over.
      ******************************************************************
       VERIFICAR-SUJETO.
           MOVE VIG-NOMBRE TO WS-TEXTO-ENTRADA
           PERFORM NORMALIZAR-TEXTO
           MOVE WS-TEXTO-NORMAL TO WS-NOMBRE-BUSCADO
           MOVE VIG-DOCUMENTO TO WS-TEXTO-ENTRADA
           PERFORM NORMALIZAR-TEXTO
           MOVE WS-TEXTO-NORMAL TO WS-DOCUMENTO-BUSCADO
           MOVE SPACES TO VIG-LISTA-TIPO
           MOVE SPACES TO VIG-LISTA-NOMBRE
           MOVE WS-FECHA-LISTA TO VIG-FECHA-LISTA
           IF WS-LISTA-COUNT = 0
               MOVE "X" TO VIG-RESULTADO
           ELSE
               MOVE "N" TO VIG-RESULTADO
               MOVE 1 TO WS-IDX
               PERFORM COMPARAR-ENTRADA
                   UNTIL WS-IDX > WS-LISTA-COUNT
                      OR VIG-COINCIDENCIA
           END-IF.

       COMPARAR-ENTRADA.
           IF TLI-FECHA-ALTA (WS-IDX) > VIG-FECHA-DESDE
               IF (WS-NOMBRE-BUSCADO NOT = SPACES
                   AND WS-NOMBRE-BUSCADO =
                       TLI-NOMBRE-NORMAL (WS-IDX))
                  OR (WS-DOCUMENTO-BUSCADO NOT = SPACES
                   AND WS-DOCUMENTO-BUSCADO = TLI-DOCUMENTO (WS-IDX))
                   MOVE "S" TO VIG-RESULTADO
                   MOVE TLI-TIPO (WS-IDX) TO VIG-LISTA-TIPO
                   MOVE TLI-NOMBRE (WS-IDX) TO VIG-LISTA-NOMBRE
               END-IF
           END-IF
           ADD 1 TO WS-IDX.

       NORMALIZAR-TEXTO.
           INSPECT WS-TEXTO-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-TEXTO-NORMAL
           MOVE 0 TO WS-POS-NORMAL
           MOVE 1 TO WS-POS-ENTRADA
           PERFORM NORMALIZAR-CARACTER
               UNTIL WS-POS-ENTRADA > 30.

       NORMALIZAR-CARACTER.
           MOVE WS-TEXTO-ENTRADA (WS-POS-ENTRADA:1) TO WS-CARACTER
           IF (WS-CARACTER >= "A" AND WS-CARACTER <= "Z")
              OR (WS-CARACTER >= "0" AND WS-CARACTER <= "9")
               ADD 1 TO WS-POS-NORMAL
               MOVE WS-CARACTER TO WS-TEXTO-NORMAL (WS-POS-NORMAL:1)
           END-IF
           ADD 1 TO WS-POS-ENTRADA.

      ******************************************************************
      * One audit line per check or decision. The file is opened on
      * the first call of the run and kept open until the caller's
      * "F" call.
      ******************************************************************
       AUDITAR-CONSULTA.
           IF NOT LOG-ABIERTO
               OPEN EXTEND SCREENING-LOG-FILE
               IF WS-VGL-STATUS = "35"
                   OPEN OUTPUT SCREENING-LOG-FILE
               END-IF
               IF WS-VGL-STATUS = "00"
                   MOVE "S" TO WS-LOG-ABIERTO
               ELSE
                   DISPLAY "VIGILANCIA: ERROR AL ABRIR VIGILOG: "
                       WS-VGL-STATUS
               END-IF
           END-IF
           IF LOG-ABIERTO
               MOVE SPACES TO VGL-RECORD
               ACCEPT VGL-FECHA FROM DATE
               ACCEPT VGL-HORA FROM TIME
               MOVE VIG-ORIGEN TO VGL-ORIGEN
               MOVE VIG-SUJETO TO VGL-SUJETO
               MOVE VIG-NOMBRE TO VGL-NOMBRE
               MOVE VIG-DOCUMENTO TO VGL-DOCUMENTO
               EVALUATE TRUE
                   WHEN VIG-COINCIDENCIA
                       MOVE "COINCIDENCIA" TO VGL-RESULTADO
                   WHEN VIG-LIBRE
                       MOVE "LIBRE" TO VGL-RESULTADO
                   WHEN VIG-SIN-LISTA
                       MOVE "SIN LISTA" TO VGL-RESULTADO
                   WHEN VIG-DESCARTADA
                       MOVE "DESCARTADA" TO VGL-RESULTADO
                   WHEN VIG-CONFIRMADA
                       MOVE "CONFIRMADA" TO VGL-RESULTADO
               END-EVALUATE
               MOVE VIG-OPERADOR TO VGL-OPERADOR
               MOVE VIG-FECHA-LISTA TO VGL-FECHA-LISTA
               MOVE VIG-LISTA-NOMBRE TO VGL-LISTA-NOMBRE
               WRITE VGL-RECORD
           END-IF.

       END PROGRAM RUTINA-VIGILANCIA.
