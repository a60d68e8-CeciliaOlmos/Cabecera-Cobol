       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
       FD  ARCH-CORRECCIONES.
       01  cor-reg.
           03 cor-fecha pic 9(8).
           03 cor-socio pic 9(5).
           03 cor-clase pic x.
           03 cor-mov pic x.
           03 cor-importe pic s9(7)v99.

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

       FD  ARCH-ERRORES.
       01  err-reg.
       FD  SALDOS-ANUALES.
       01  san-reg.
           03 san-anio pic 9(4).
           03 san-socio pic 9(5).
           03 san-saldo pic s9(8)v99.
           03 san-cargos pic s9(8)v99.
           03 san-pagos pic s9(8)v99.
       01  w-flag-ledger pic 9 value zero.
      *    Expected balance per socio, rebuilt from the settled
      *    sources and indexed directly by the socio number (the key
      *    space is only 1-99999, so the padron fits in storage).
       01  w-tabla-esperados.
           03 w-esperado OCCURS 99999 TIMES.
               05 w-esp-saldo pic s9(9)v99.
               05 w-esp-visto pic x.
       01  w-idx pic 9(6).
       01  w-dif pic s9(9)v99.
       01  w-cant-dif pic 9(5) value zero.
       01  w-nombre-socio pic x(30).
           03 filler pic x(14) value "DIFERENCIA".
           03 filler pic x(2) value spaces.
       01  detalle.
           03 filler pic x value space.
           03 l-soc pic 9(5).
           03 filler pic x(3) value spaces.
           03 l-nombre pic x(21).
           03 filler pic x(2) value spaces.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 110-LIMPIAR-ESPERADO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           OPEN INPUT SOCIOS.
      *    SOCIOS is the member master every socio lookup in this
      *    program depends on; a missing/unopenable file has to stop
      *    is drift too -- money moved and no balance remembers it.
           PERFORM 510-EVALUAR-FALTANTE
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.

       510-EVALUAR-FALTANTE.
           IF w-esp-visto(w-idx) IS NOT EQUAL "S"
