       FILE SECTION.
       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.

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

       FD  FECHAS-CTL.
       01  fec-reg.
       FD  SALDOS-ANUALES.
       01  san-reg.
           03 san-anio pic 9(4).
           03 san-socio pic 9(5).
           03 san-saldo pic s9(8)v99.
           03 san-cargos pic s9(8)v99.
           03 san-pagos pic s9(8)v99.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-fechas pic 9 value zero.
       01  w-flag-anuales pic 9 value zero.
       01  w-flag-ledger pic 9 value zero.
           03 filler pic x(14) value "SALDO ANUAL".
           03 filler pic x(2) value spaces.
       01  detalle.
           03 filler pic x value space.
           03 l-soc pic 9(5).
           03 filler pic x(3) value spaces.
           03 l-nombre pic x(21).
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
