           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"

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
       FD  ARCH-CORRECCIONES.
       01  cor-reg.
           03 cor-fecha pic 9(8).
           03 cor-socio pic 9(5).
           03 cor-clase pic x.
           03 cor-mov pic x.
           03 cor-importe pic s9(7)v99.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-supervisor-valido pic x value "N".
       01  w-fecha-hoy pic 9(8).
      *    Run-lock workbench: LEDGERSOCIOS is claimed in the
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
                   NOT INVALID KEY
                       IF ope-activo IS EQUAL "S"
                               AND ope-rol IS EQUAL "S"
                           CALL "VALIDAR-CLAVE" USING ope-codigo,
                               w-clave-valida
                           IF w-clave-valida IS EQUAL "S"
                               MOVE "S" TO w-supervisor-valido
                           END-IF
                       ELSE
                           DISPLAY "Error, el codigo no es de un "
                                   "supervisor activo"
