
      *    One line per file saved: name, record count, amount total
      *    and the run stamp; what the restore proves itself against.
      *    The first line is the layout marker, DIGITOS-SOCIO with
      *    the width of the socio number in the count, so that the
      *    restore can tell which record layout the generation holds.
           SELECT BKP-MANIFIESTO
           ASSIGN TO "BKPMANIFIESTO"
           ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
       FD  SOCIOS.
       01  soc-reg.
           03 soc-numero pic 9(5).
           03 soc-nombre pic x(30).
           03 soc-estado pic x.
           03 soc-categoria pic x.
      *    Fecha de ingreso al club and fecha de nacimiento, zero
      *    while unknown; the monthly categoria migration moves the
      *    socio between categorias by age and seniority on them.
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).

       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.
       FD  SALDOS-ANUALES.
       01  san-reg.
           03 san-anio pic 9(4).
           03 san-socio pic 9(5).
           03 san-saldo pic s9(8)v99.
           03 san-cargos pic s9(8)v99.
           03 san-pagos pic s9(8)v99.
           03 san-corrida-hora pic 9(6).

       FD  BKP-SOCIOS.
       01  bks-reg pic x(53).

       FD  BKP-LEDGER.
       01  bkl-reg pic x(53).

       FD  BKP-FECHASCTL.
       01  bkf-reg pic x(25).
       01  bkc-reg pic x(8).

       FD  BKP-ANUALES.
       01  bka-reg pic x(53).

       FD  BKP-MANIFIESTO.
       01  man-reg.
       01  w-corrida-fecha pic 9(8).
       01  w-corrida-hora pic 9(6).
       01  w-cant-archivos pic 9(2) value zero.
      *    Width of the socio number in the layouts copied above.
       01  w-digitos-socio pic 9(7) value 5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-corrida-fecha FROM DATE YYYYMMDD.
           ACCEPT w-corrida-hora FROM TIME.
           OPEN OUTPUT BKP-MANIFIESTO.
           MOVE "DIGITOS-SOCIO" TO man-archivo.
           MOVE w-digitos-socio TO man-cant.
           MOVE ZERO TO man-importe.
           MOVE w-corrida-fecha TO man-fecha.
           MOVE w-corrida-hora TO man-hora.
           WRITE man-reg.

       150-GRABAR-MANIFIESTO.
           MOVE w-cant-reg TO man-cant.
