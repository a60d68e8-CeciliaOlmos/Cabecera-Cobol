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

       FD  CONTACTOS.
       01  con-reg.
           03 con-socio pic 9(5).
           03 con-domicilio pic x(30).
           03 con-localidad pic x(20).
           03 con-telefono pic x(15).

       FD  CARTAS-LOG.
       01  cta-reg.
           03 cta-socio pic 9(5).
           03 cta-fecha pic 9(8).
           03 cta-nivel pic 9.
           03 cta-importe pic s9(8)v99.
      *    Highest letter level already sent per socio, off the log,
      *    indexed directly by the socio number.
       01  w-tabla-niveles.
           03 w-nivel-enviado OCCURS 99999 TIMES pic 9.
       01  w-idx pic 9(6).
       01  w-cant-cartas pic 9(5) value zero.
       01  w-cant-sin-contacto pic 9(5) value zero.
       01  w-cant-al-dia-nivel pic 9(5) value zero.
           03 filler pic x(80) value all "=".
       01  carta-dirigida.
           03 filler pic x(6) value "Socio ".
           03 cd-socio pic 9(5).
           03 filler pic x value "-".
           03 cd-dv pic 9.
           03 filler pic x(2) value "  ".
           03 cd-nombre pic x(30).
           03 filler pic x(35) value spaces.
       01  carta-domicilio.
           03 cdo-domicilio pic x(30).
           03 filler pic x(2) value ", ".
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 110-LIMPIAR-NIVEL
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           PERFORM 120-CARGAR-LOG.
           OPEN INPUT LEDGER-SOCIOS.
           IF ws-ledger-status IS NOT EQUAL "00"
           WRITE car-reg FROM carta-separador AFTER 1.
           WRITE car-reg FROM carta-club AFTER 1.
           MOVE led-socio TO cd-socio.
           CALL "DIGITO-SOCIO" USING cd-socio, cd-dv.
           MOVE soc-nombre TO cd-nombre.
           WRITE car-reg FROM carta-dirigida AFTER 1.
           MOVE con-domicilio TO cdo-domicilio.
