      *                  reorganisation; blank new fields on old
      *                  records read as enabled, zero attempts,
      *                  password change due.
      *   15/10/2026 BT  Publish the signed-on operator id in the
      *                  shared session item WS-OPERADOR-SESION for
      *                  the programs the menu launches, so the
      *                  cashier and the back office stamp it on
      *                  every transaction-log entry; cleared again
      *                  at sign-off.
      *   15/10/2026 BT  Add the fixed-term deposit screens
      *                  (MANTENIMIENTO-PLAZOS) to the supervisor
      *                  options.
      *   15/10/2026 BT  Add the installment-loan screens
      *                  (MANTENIMIENTO-PRESTAMOS) to the supervisor
      *                  options.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OPER-STATUS PIC X(02).
       01 WS-SES-STATUS PIC X(02).
       01 WS-OPERADOR-FIRMADO PIC X(06) VALUE SPACES.
       01 WS-OPERADOR-SESION PIC X(06) EXTERNAL.
       01 WS-ROL-FIRMADO PIC X(01) VALUE SPACES.
           88 FIRMADO-SUPERVISOR VALUE "S".
       01 WS-ID-INGRESADO PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-OPERADOR-SESION
           PERFORM ABRIR-ARCHIVOS
           PERFORM VERIFICAR-OPERADORES
           PERFORM FIRMAR-OPERADOR
               MOVE "SIGNOFF" TO WS-SES-EVENTO
               MOVE SPACES TO WS-SES-DETALLE
               PERFORM ESCRIBIR-SESION
               MOVE SPACES TO WS-OPERADOR-SESION
           ELSE
               DISPLAY "Numero maximo de intentos alcanzado. Adios."
           END-IF
           PERFORM VERIFICAR-VIGENCIA-PASSWORD
           MOVE "S" TO WS-FIRMA-OK
           MOVE OPER-ID TO WS-OPERADOR-FIRMADO
           MOVE OPER-ID TO WS-OPERADOR-SESION
           MOVE OPER-ROL TO WS-ROL-FIRMADO
           MOVE "SIGNON" TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
               DISPLAY "8. Consulta de historia"
               DISPLAY "0. Alta de operador"
               DISPLAY "10. Administracion de operadores"
               DISPLAY "11. Plazos fijos"
               DISPLAY "12. Prestamos"
           END-IF
           DISPLAY "9. Salir"
           DISPLAY "Ingrese la opcion: "
                   PERFORM ALTA-OPERADOR
               WHEN 10
                   PERFORM ADMINISTRAR-OPERADORES
               WHEN 11
                   PERFORM LANZAR-PLAZOS
               WHEN 12
                   PERFORM LANZAR-PRESTAMOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
               CANCEL "CONSULTA-HISTORIA"
           END-IF.

       LANZAR-PLAZOS.
           IF NOT FIRMADO-SUPERVISOR
               DISPLAY "Opcion reservada a supervisores."
           ELSE
               MOVE "MANTEN-PLAZOS" TO WS-SES-DETALLE
               PERFORM REGISTRAR-LANZAMIENTO
               CALL "MANTENIMIENTO-PLAZOS"
               CANCEL "MANTENIMIENTO-PLAZOS"
           END-IF.

       LANZAR-PRESTAMOS.
           IF NOT FIRMADO-SUPERVISOR
               DISPLAY "Opcion reservada a supervisores."
           ELSE
               MOVE "MANTEN-PRESTAM" TO WS-SES-DETALLE
               PERFORM REGISTRAR-LANZAMIENTO
               CALL "MANTENIMIENTO-PRESTAMOS"
               CANCEL "MANTENIMIENTO-PRESTAMOS"
           END-IF.

       ALTA-OPERADOR.
           IF NOT FIRMADO-SUPERVISOR
               DISPLAY "Opcion reservada a supervisores."
