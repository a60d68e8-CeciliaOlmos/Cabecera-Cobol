      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-way hash of an operator PIN, CALLed by
      *          VALIDAR-CLAVE at sign-on and by MantenerClaves when a
      *          supervisor resets a PIN, so CLAVES never holds the
      *          PIN itself. The code's characters and then the PIN's
      *          are folded into one number by multiply-and-add modulo
      *          the prime 2147483647 and the result is stirred fifty
      *          more times; the PIN cannot be read back from it, and
      *          the same PIN under two codes hashes differently.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASH-CLAVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Every step is taken modulo the prime, so the running
      *    product never outgrows w-acum.
       01  w-acum pic 9(15).
       01  w-cociente pic 9(15).
       01  w-primo pic 9(10) value 2147483647.
       01  w-idx pic 9(2).
       01  w-valor pic 9(2).
       01  w-alfabeto pic x(36)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  filler REDEFINES w-alfabeto.
           03 w-letra OCCURS 36 TIMES pic x.
       01  w-idx-letra pic 9(2).
       01  w-codigo pic x(10).
       01  filler REDEFINES w-codigo.
           03 w-codigo-car OCCURS 10 TIMES pic x.
       01  w-pin pic x(8).
       01  filler REDEFINES w-pin.
           03 w-pin-car OCCURS 8 TIMES pic x.
       01  w-pin-cifra pic 9.

       LINKAGE SECTION.
       01  lk-operador pic x(10).
       01  lk-pin pic x(8).
      *    The hash of lk-pin under lk-operador, returned.
       01  lk-hash pic 9(10).

       PROCEDURE DIVISION USING lk-operador, lk-pin, lk-hash.
       MAIN-PROCEDURE.
           MOVE lk-operador TO w-codigo.
           MOVE lk-pin TO w-pin.
           MOVE 7 TO w-acum.
           PERFORM 100-SUMAR-CODIGO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 10.
           PERFORM 200-SUMAR-PIN
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 8.
           PERFORM 300-MEZCLAR
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 50.
           MOVE w-acum TO lk-hash.
           GOBACK.

       100-SUMAR-CODIGO.
           MOVE ZERO TO w-valor.
           PERFORM 110-BUSCAR-LETRA
               VARYING w-idx-letra FROM 1 BY 1
               UNTIL w-idx-letra > 36.
           COMPUTE w-acum = w-acum * 131 + w-valor + 1.
           DIVIDE w-acum BY w-primo
               GIVING w-cociente REMAINDER w-acum.

       110-BUSCAR-LETRA.
           IF w-letra(w-idx-letra) IS EQUAL w-codigo-car(w-idx)
               MOVE w-idx-letra TO w-valor
           END-IF.

       200-SUMAR-PIN.
           IF w-pin-car(w-idx) IS NUMERIC
               MOVE w-pin-car(w-idx) TO w-pin-cifra
               MOVE w-pin-cifra TO w-valor
           ELSE
               MOVE 10 TO w-valor
           END-IF.
           COMPUTE w-acum = w-acum * 131 + w-valor + 1.
           DIVIDE w-acum BY w-primo
               GIVING w-cociente REMAINDER w-acum.

       300-MEZCLAR.
           COMPUTE w-acum = w-acum * 48271 + 11.
           DIVIDE w-acum BY w-primo
               GIVING w-cociente REMAINDER w-acum.

       END PROGRAM HASH-CLAVE.
