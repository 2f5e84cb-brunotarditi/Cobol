      ******************************************************************
      * Author: Bruno Tarditi
      * Date: 15/10/2026
      * Purpose: Shared account-number check-digit routine. An account
      *          number is five base digits followed by a check digit
      *          computed modulus 10 with weights 2-1 from the right
      *          (the doubled digits summed digit by digit), which
      *          catches every single mistyped digit and nearly every
      *          swap of two neighbours. Given a six-character account
      *          number the routine returns the check digit its first
      *          five characters call for (space when they are not
      *          five digits) and "S" when the sixth character is that
      *          digit, "N" otherwise; a caller issuing a new number
      *          passes the base with anything in the sixth position
      *          and appends the digit returned.
      * Modification History:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTINA-DIGITO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BASE PIC 9(05).
       01 FILLER REDEFINES WS-BASE.
           05 WS-D1 PIC 9(01).
           05 WS-D2 PIC 9(01).
           05 WS-D3 PIC 9(01).
           05 WS-D4 PIC 9(01).
           05 WS-D5 PIC 9(01).
       01 WS-SUMA PIC 9(03).
       01 WS-COCIENTE PIC 9(03).
       01 WS-RESTO PIC 9(01).
       01 WS-DIGITO PIC 9(01).

      ******************************************************************
      * Sum of the digits of twice each digit 0-9, so a doubled
      * position is a table lookup.
      ******************************************************************
       01 WS-TABLA-DOBLES.
           05 FILLER PIC X(10) VALUE "0246813579".
       01 FILLER REDEFINES WS-TABLA-DOBLES.
           05 WS-DOBLE OCCURS 10 TIMES PIC 9(01).

       LINKAGE SECTION.
       01 LNK-CUENTA PIC X(06).
       01 FILLER REDEFINES LNK-CUENTA.
           05 LNK-BASE PIC X(05).
           05 LNK-DIGITO-INFORMADO PIC X(01).
       01 LNK-DIGITO PIC X(01).
       01 LNK-VALIDA PIC X(01).

       PROCEDURE DIVISION USING LNK-CUENTA LNK-DIGITO LNK-VALIDA.

       VERIFICAR.
           MOVE SPACE TO LNK-DIGITO
           MOVE "N" TO LNK-VALIDA
           IF LNK-BASE IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE LNK-BASE TO WS-BASE
           COMPUTE WS-SUMA = WS-DOBLE (WS-D5 + 1) + WS-D4
               + WS-DOBLE (WS-D3 + 1) + WS-D2
               + WS-DOBLE (WS-D1 + 1)
           DIVIDE WS-SUMA BY 10
               GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO = 0
               MOVE 0 TO WS-DIGITO
           ELSE
               COMPUTE WS-DIGITO = 10 - WS-RESTO
           END-IF
           MOVE WS-DIGITO TO LNK-DIGITO
           IF LNK-DIGITO-INFORMADO = LNK-DIGITO
               MOVE "S" TO LNK-VALIDA
           END-IF
           GOBACK.

       END PROGRAM RUTINA-DIGITO.
