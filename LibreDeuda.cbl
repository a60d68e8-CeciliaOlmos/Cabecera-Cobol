       FILE SECTION.
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

       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
           03 tr-det-medio PIC X.
       FD  CERTIFICADOS.
       01  cer-reg.
           03 cer-nro pic 9(8).
           03 cer-socio pic 9(5).
           03 cer-fecha pic 9(8).
           03 cer-operador pic x(10).

       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-continuar pic x value "S".
       01  w-flag-transc pic 9 value zero.
       01  w-socio-ing pic 9(5).
       01  w-fecha-hoy pic 9(8).
       01  w-nro-certif pic 9(8) value 1.
       01  w-deuda-ledger pic s9(8)v99.
           03 filler pic x(30) value spaces.
       01  cert-socio.
           03 filler pic x(6) value "SOCIO ".
           03 cs-socio pic 9(5).
           03 filler pic x value "-".
           03 cs-dv pic 9.
           03 filler pic x(2) value "  ".
           03 cs-nombre pic x(30).
           03 filler pic x(12) value "  CATEGORIA ".
           03 cs-categoria pic x.
           03 filler pic x(22) value spaces.
       01  cert-texto1.
           03 filler pic x(48) value
              "Se certifica que el socio arriba indicado no ".
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
           MOVE w-fecha-hoy TO ct-fecha.
           WRITE cert-reg FROM cert-numero AFTER 2.
           MOVE w-socio-ing TO cs-socio.
           CALL "DIGITO-SOCIO" USING cs-socio, cs-dv.
           MOVE soc-nombre TO cs-nombre.
           MOVE soc-categoria TO cs-categoria.
           WRITE cert-reg FROM cert-socio AFTER 1.
