       FILE SECTION.
       FD  DEBITOS.
       01  deb-reg.
           03 deb-socio pic 9(5).
           03 deb-cbu pic x(22).
           03 deb-banco pic x(20).
           03 deb-activo pic x.

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
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).

       WORKING-STORAGE SECTION.
       01  ws-debitos-status pic xx.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-opcion pic x.
       01  w-socio-ing pic 9(5).
       01  w-cbu-ing pic x(22).
       01  w-banco-ing pic x(20).
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
