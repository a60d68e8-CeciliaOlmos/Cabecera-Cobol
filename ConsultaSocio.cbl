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
      *    Charge side (cuotas + multas) and payment side (pagos) are
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
           03 tr-det-medio PIC X.
           03 cls-lado pic x.

       WORKING-STORAGE SECTION.
       01  w-socio-ing pic 9(5).
       01  w-nombre-socio pic x(30).
       01  w-saldo-imp pic zz.zzz.zz9,99.
       01  w-continuar pic x value "S".
      *    instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.


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
