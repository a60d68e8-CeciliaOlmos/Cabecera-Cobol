       FILE SECTION.
       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

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
       01  w-opcion pic x.
       01  w-flag-fin pic 9 value zero.
       01  w-cabeza-ing pic 9(5).
       01  w-miembro-ing pic 9(5).
      *    The whole link file parked for the session and rewritten
      *    at the end, the same read-all/write-all pass the
      *    enrollment maintenance uses.
       01  w-tabla-grupos.
           03 w-grupo OCCURS 1000 TIMES.
               05 w-gru-cabeza pic 9(5).
               05 w-gru-miembro pic 9(5).
       01  w-cant-grupos pic 9(4) value zero.
       01  w-idx pic 9(4).
       01  w-hallado pic 9(4).
       01  w-socio-buscado pic 9(5).
       01  w-cant-listados pic 9(3) value zero.

       PROCEDURE DIVISION.
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
