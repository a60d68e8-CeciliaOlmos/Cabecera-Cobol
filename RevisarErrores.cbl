           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"

       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.
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
       01  w-opcion pic x.
       01  w-flag-err pic 9 value zero.
       01  w-flag-transc pic 9 value zero.
       01  w-valor-imp pic zzz.zzz.zz9,99-.
       01  w-cant-pendientes pic 9(5) value zero.
       01  w-cant-resueltos pic 9(5) value zero.
       01  w-socio-ovflw pic 9(5).
       01  w-fecha-repro pic 9(8).
       01  w-fecha-hallada pic x value "N".
       01  w-imp-aplicado pic s9(9)v99 value zero.
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
               DISPLAY "  (discrepancia entre total leido y total "
                       "escrito de una corrida)"
           END-IF.
           IF err-campo IS EQUAL "SOCIO-DV"
               DISPLAY "  (socio con digito verificador errado; el "
                       "movimiento no se aplico)"
           END-IF.

       400-REVISAR-COLA.
           MOVE ZERO TO w-flag-err.
