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

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

       FD  CONVENIOS.
       01  cvn-reg.
           03 cvn-socio pic 9(5).
           03 cvn-estado pic x.
           03 cvn-fecha-alta pic 9(8).
           03 cvn-importe-total pic s9(8)v99.
      *    and the convenio socios follow as their own section.
           03 sw-convenio pic x.
           03 sw-deuda pic s9(8)v99.
           03 sw-socio pic 9(5).
           03 sw-fecha-mora pic 9(8).

       FD  listado
       01  ws-grupos-status pic xx.
       01  w-flag-grupos pic 9 value zero.
       01  w-tabla-cabezas.
           03 w-cabeza-de OCCURS 99999 TIMES pic 9(5).
       01  w-tabla-resp.
           03 w-resp OCCURS 99999 TIMES.
               05 w-resp-deuda pic s9(9)v99.
               05 w-resp-mora pic 9(8).
       01  w-idx-resp pic 9(6).
       01  w-socio-resp pic 9(5).
       01  seccionconvenio.
           03 filler pic x(5) value spaces.
           03 filler pic x(36) value
           03 filler pic x(10) value spaces.
           03 tm-deuda pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 tm-socios pic zzzz9.
           03 filler pic x(4) value " soc".
           03 filler pic x(13) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           PERFORM 112-LIMPIAR-RESP
               VARYING w-idx-resp FROM 1 BY 1
               UNTIL w-idx-resp > 99999.
           PERFORM 114-CARGAR-GRUPOS.
      *    Every position, owed or in credit, folds into its
      *    responsible number first: a dependent's credit lowers the
           CLOSE LEDGER-SOCIOS.
           PERFORM 118-SOLTAR-RESPONSABLE
               VARYING w-idx-resp FROM 1 BY 1
               UNTIL w-idx-resp > 99999.
           IF w-convenios-master IS EQUAL "S"
               CLOSE CONVENIOS
           END-IF.
