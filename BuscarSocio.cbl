      *          operator stops paging through last year's printed
      *          padron when a member does not know his number. The
      *          same search is reachable inside data entry with the
      *          letter B at the socio prompt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  SOCIOS.
       01  soc-reg.
           03 soc-numero pic 9(5).
           03 soc-nombre pic x(30).
           03 soc-estado pic x.
      *    Tariff category the monthly cuota generator bills by
      *    (looked up against the TARIFAS file).
           03 soc-categoria pic x.
      *    Fecha de ingreso al club and fecha de nacimiento, zero
      *    while unknown; the monthly categoria migration moves the
      *    socio between categorias by age and seniority on them.
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).

       FD  OPERADORES.
       01  ope-reg.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-patron pic x(30).
       01  w-patron-lng pic 9(2).
       01  w-idx-patron pic 9(2).
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
