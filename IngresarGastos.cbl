       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-supervisor-id pic x(10).
       01  w-supervisor-valido pic x value "N".
       01  w-fecha-hoy pic 9(8).
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
                   NOT INVALID KEY
                       IF ope-activo IS EQUAL "S"
                               AND ope-rol IS EQUAL "S"
                           CALL "VALIDAR-CLAVE" USING ope-codigo,
                               w-clave-valida
                           IF w-clave-valida IS EQUAL "S"
                               MOVE "S" TO w-supervisor-valido
                           END-IF
                       ELSE
                           DISPLAY "Error, el codigo no es de un "
                                   "supervisor activo"
