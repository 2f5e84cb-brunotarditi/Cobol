      *                  the posting run credits, or an external bank
      *                  code and account routed to the outgoing
      *                  payments file.
      *   15/10/2026 BT  Refuse a debit account or an internal
      *                  beneficiary account whose check digit fails
      *                  (RUTINA-DIGITO), so a mistyped digit cannot
      *                  direct an order to someone else's account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ACCT-STATUS PIC X(02).
       01 WS-ORDEN-PEDIDA PIC X(06).
       01 WS-TIPO-BENEF PIC X(01).
       01 WS-DIGITO-CUENTA PIC X(01).
       01 WS-CUENTA-VALIDA PIC X(01).
           88 CUENTA-VALIDA VALUE "S".
       01 WS-FIN-ORDENES PIC X(01) VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-LISTADAS PIC 9(03) VALUE 0.
           MOVE WS-ORDEN-PEDIDA TO ORD-NUMERO
           DISPLAY "Cuenta a debitar: "
           ACCEPT ORD-CUENTA
           CALL "RUTINA-DIGITO" USING ORD-CUENTA WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF NOT CUENTA-VALIDA
               DISPLAY "Numero de cuenta invalido; orden no grabada."
           ELSE
               MOVE ORD-CUENTA TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "La cuenta no existe; orden no grabada."
                   NOT INVALID KEY
                       PERFORM CAPTURAR-DETALLE-ORDEN
               END-READ
           END-IF.

       CAPTURAR-DETALLE-ORDEN.
           DISPLAY "Importe de la orden: "
       CAPTURAR-BENEF-INTERNO.
           DISPLAY "Cuenta interna del beneficiario: "
           ACCEPT ORD-CTA-BENEF
           CALL "RUTINA-DIGITO" USING ORD-CTA-BENEF WS-DIGITO-CUENTA
               WS-CUENTA-VALIDA
           IF NOT CUENTA-VALIDA
               DISPLAY "Numero de cuenta beneficiaria invalido."
               PERFORM CAPTURAR-BENEF-INTERNO
           ELSE
           IF ORD-CTA-BENEF = ORD-CUENTA
               DISPLAY "La cuenta beneficiaria no puede ser la "
                   "misma que se debita."
                       MOVE SPACES TO ORD-BANCO-BENEF
                       PERFORM GRABAR-ORDEN
               END-READ
           END-IF
           END-IF.

       CAPTURAR-BENEF-EXTERNO.
