           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
           03 arc-det-tipo PIC X.
           03 arc-det-clase PIC X.
           03 arc-det-mov PIC X.
           03 arc-det-socio PIC 99999.
           03 arc-det-importe PIC S9(7)V99.
           03 arc-det-sala PIC 99.
           03 arc-det-medio PIC X.
           03 pen-det-tipo PIC X.
           03 pen-det-clase PIC X.
           03 pen-det-mov PIC X.
           03 pen-det-socio PIC 99999.
           03 pen-det-importe PIC S9(7)V99.
           03 pen-det-sala PIC 99.
           03 pen-det-medio PIC X.
       FD  ARCH-CHECKPOINT.
       01  chk-reg.
           03 chk-fecha pic s9(8).
           03 chk-socio pic 9(5).

       FD  FECHAS-CTL.
       01  fec-reg.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-corrida-fecha pic 9(8).
       01  w-corrida-hora pic 9(6).
       01  w-ctl-master pic x value "N".
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
