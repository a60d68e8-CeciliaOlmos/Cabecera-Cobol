       FILE SECTION.
       FD  TRANSC-ACTUAL.
       01  tra-reg.
           03 tra-socio pic 9(5).
           03 tra-importe pic s9(8)v99.
      *    The fecha whose totals this record snapshots; what tells
      *    one date's generation from another's now that the file is

       FD  TRA-RETENIDOS.
       01  ret-reg.
           03 ret-socio pic 9(5).
           03 ret-importe pic s9(8)v99.
           03 ret-fecha pic 9(8).

       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-transc pic 9 value zero.
       01  w-fecha-corte pic 9(8).
       01  w-confirmar pic x value "N".
                           "maestro"
               NOT INVALID KEY
                   IF ope-activo IS EQUAL "S"
                       CALL "VALIDAR-CLAVE" USING ope-codigo,
                           w-clave-valida
                       IF w-clave-valida IS EQUAL "S"
                           MOVE "S" TO w-operador-valido
                           DISPLAY "Operador: " ope-nombre
                       END-IF
                   ELSE
                       DISPLAY "Error, el operador esta inactivo"
                   END-IF
