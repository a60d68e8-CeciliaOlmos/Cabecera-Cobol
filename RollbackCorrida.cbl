       FILE SECTION.
       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.

       FD  LEDGER-SNAP.
       01  sns-reg.
           03 sns-socio pic 9(5).
           03 sns-saldo pic s9(8)v99.
           03 sns-saldo-inicio pic s9(8)v99.
           03 sns-cargos pic s9(8)v99.
       FD  CHECKPOINT-SNAP.
       01  cks-reg.
           03 cks-fecha pic s9(8).
           03 cks-socio pic 9(5).

       FD  ARCH-CHECKPOINT.
       01  chk-reg.
           03 chk-fecha pic s9(8).
           03 chk-socio pic 9(5).

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
       FD  HIST-RETENIDO.
       01  hrt-reg.
           03 hrt-fecha pic 9(8).
           03 hrt-socio pic 9(5).
           03 hrt-clase pic x.
           03 hrt-mov pic x.
           03 hrt-importe pic s9(7)v99.

       FD  TRANSC-ACTUAL.
       01  tra-reg.
           03 tra-socio pic 9(5).
           03 tra-importe pic s9(8)v99.
           03 tra-fecha pic 9(8).

       FD  TRA-RETENIDO.
       01  trt-reg.
           03 trt-socio pic 9(5).
           03 trt-importe pic s9(8)v99.
           03 trt-fecha pic 9(8).

       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
      *    Run-lock workbench: LEDGERSOCIOS is claimed in the
      *    BLOQUEOS register before the restore touches it and
      *    released at the normal end of run.
           03 filler pic x(13) value "REVERTIDO".
           03 filler pic x(24) value spaces.
       01  detalle.
           03 filler pic x(4) value spaces.
           03 l-soc pic 9(5).
           03 filler pic x(4) value spaces.
           03 l-saldo-prev pic zz.zzz.zz9,99-.
           03 filler pic x(1) value spaces.
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
