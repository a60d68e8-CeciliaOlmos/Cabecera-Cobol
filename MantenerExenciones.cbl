       FILE SECTION.
       FD  EXENCIONES.
       01  exe-reg.
           03 exe-socio pic 9(5).
      *    Percentage of the cuota forgiven: 100 skips the charge
      *    outright, anything lower discounts it.
           03 exe-porcentaje pic 9(3).

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

       FD  listado
           LINAGE IS 60 LINES
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-opcion pic x.
       01  w-socio-ing pic 9(5).
       01  w-porcentaje-ing pic 9(3).
       01  w-desde-ing pic 9(8).
       01  w-hasta-ing pic 9(8).
           03 filler pic x(10) value "AUTORIZO".
           03 filler pic x(11) value spaces.
       01  detalle.
           03 filler pic x value space.
           03 l-soc pic 9(5).
           03 filler pic x(3) value spaces.
           03 l-nombre pic x(22).
           03 filler pic x(2) value spaces.
               NOT INVALID KEY
                   IF ope-activo IS EQUAL "S"
                           AND ope-rol IS EQUAL "S"
                       CALL "VALIDAR-CLAVE" USING ope-codigo,
                           w-clave-valida
                       IF w-clave-valida IS EQUAL "S"
                           MOVE "S" TO w-operador-valido
                           DISPLAY "Supervisor: " ope-nombre
                       END-IF
                   ELSE
                       DISPLAY "Error, el codigo no es de un "
                               "supervisor activo"
