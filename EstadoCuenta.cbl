       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
       FD  HISTORIAL-SOC.
       01  hsx-reg.
           03 hsx-clave.
               05 hsx-socio pic 9(5).
               05 hsx-corrida-fecha pic 9(8).
               05 hsx-corrida-hora pic 9(6).
               05 hsx-secuencia pic 9(4).

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


       FD  ARCH-REVERSAS.
       01  rev-reg.
           03 rev-socio pic 9(5).
           03 rev-clase pic x.
           03 rev-importe pic 9(7)v99.
           03 rev-fecha-orig pic 9(8).
           03 rev-fecha-rev pic 9(8).
      *    Operator and sala that keyed the reversal; spaces and zero
      *    on links written before they were carried.
           03 rev-operador pic x(10).
           03 rev-sala pic 99.

       FD  ARCH-CORRECCIONES.
       01  cor-reg.
           03 cor-fecha pic 9(8).
           03 cor-socio pic 9(5).
           03 cor-clase pic x.
           03 cor-mov pic x.
           03 cor-importe pic s9(7)v99.

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

       FD  OPERADORES.
       01  ope-reg.
       01  ws-grupos-status pic xx.
       01  w-flag-grupos pic 9 value zero.
       01  w-grupo-lista.
           03 w-grupo-socio OCCURS 21 TIMES pic 9(5).
       01  w-cant-grupo pic 9(2) value zero.
       01  w-idx-grupo pic 9(2).
       01  w-consolidado pic x value "N".
      *    The member whose rows are being fetched right now.
       01  w-socio-listado pic 9(5).
       01  w-en-grupo pic x.
       01  w-flag-hist pic 9 value zero.
       01  w-socio-ing pic 9(5).
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-nombre-socio pic x(30).
      *    instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
      *    Open-item rebuild for the CUOTAS PENDIENTES section: the
      *    socio's whole archive (not just the asked range) pairs his
      *    pagos against his clase "Q"/"M" charges oldest first, the
       01  cabecera1.
           03 filler pic x(17) value spaces.
           03 filler pic x(17) value "ESTADO DE CUENTA ".
           03 ec-socio pic 9(5).
           03 filler pic x value "-".
           03 ec-dv pic 9.
           03 filler pic x value space.
           03 ec-nombre pic x(30).
           03 filler pic x(8) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
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

       240-LISTAR-ENCABEZADO.
           MOVE w-socio-ing TO ec-socio.
           CALL "DIGITO-SOCIO" USING ec-socio, ec-dv.
           MOVE w-nombre-socio TO ec-nombre.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
