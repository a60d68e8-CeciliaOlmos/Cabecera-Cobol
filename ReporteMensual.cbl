       FILE SECTION.
       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
      *    Charge side (cuotas + multas) and payment side (pagos) are

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

       FD  listado
           LINAGE IS 60 LINES
           03 filler pic x(3) value spaces.
           03 tm-saldo pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 tm-socios pic zzzz9.
           03 filler pic x(4) value " soc".
           03 filler pic x(10) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
