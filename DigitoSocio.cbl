      ******************************************************************
      * Author:
      * Date:
      * Purpose: Check digit of a socio number, CALLed by every program
      *          that prints the number for the member to carry or
      *          takes it back from a person or an outside file. The
      *          digit is the usual mod-10 (Luhn) one: walking the
      *          number from the right, every other digit starting
      *          with the last is doubled (less 9 when it passes 9),
      *          and the digit is what takes the sum to the next ten.
      *          Any single wrong digit and any swap of two adjacent
      *          digits (but 0 and 9) change it, so a transposed
      *          number no longer lands on another member's ledger.
      *          A leading zero adds nothing to the sum, so a number
      *          keeps the digit it had when it was four digits long.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITO-SOCIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  w-numero pic 9(5).
       01  filler REDEFINES w-numero.
           03 w-cifra OCCURS 5 TIMES pic 9.
       01  w-idx pic 9(2).
       01  w-doblar pic x.
       01  w-producto pic 9(2).
       01  w-suma pic 9(3).
       01  w-cociente pic 9(3).
       01  w-resto pic 9.

       LINKAGE SECTION.
       01  lk-socio pic 9(5).
      *    The check digit of lk-socio, returned.
       01  lk-digito pic 9.

       PROCEDURE DIVISION USING lk-socio, lk-digito.
       MAIN-PROCEDURE.
           MOVE lk-socio TO w-numero.
           MOVE ZERO TO w-suma.
           MOVE "S" TO w-doblar.
           PERFORM 100-SUMAR-CIFRA
               VARYING w-idx FROM 5 BY -1
               UNTIL w-idx < 1.
           DIVIDE w-suma BY 10 GIVING w-cociente REMAINDER w-resto.
           IF w-resto IS EQUAL ZERO
               MOVE ZERO TO lk-digito
           ELSE
               COMPUTE lk-digito = 10 - w-resto
           END-IF.
           GOBACK.

       100-SUMAR-CIFRA.
           IF w-doblar IS EQUAL "S"
               COMPUTE w-producto = w-cifra(w-idx) * 2
               IF w-producto IS > 9
                   SUBTRACT 9 FROM w-producto
               END-IF
               ADD w-producto TO w-suma
               MOVE "N" TO w-doblar
           ELSE
               ADD w-cifra(w-idx) TO w-suma
               MOVE "S" TO w-doblar
           END-IF.

       END PROGRAM DIGITO-SOCIO.
