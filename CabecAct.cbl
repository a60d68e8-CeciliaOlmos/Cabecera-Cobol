           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"

       FD  TRANSC-ACTUAL.
       01  tra-reg.
           03 tra-socio pic 9(5).
           03 tra-importe pic S9(8)V99.
      *    The fecha whose totals this record snapshots; what tells
      *    one date's generation from another's now that the file is

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
      *    led-saldo-inicio holds led-saldo as of the last time
      *    ReporteMensual ran, so that program can print each socio's

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

       FD  ARCH-ERRORES.
       01  err-reg.
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
      *        Per-run sequence, what keeps two rows of one socio
       FD  ARCH-CHECKPOINT.
       01  chk-reg.
           03 chk-fecha pic s9(8).
           03 chk-socio pic 9(5).

       FD  CLASES.
       01  cls-reg.
       WORKING-STORAGE SECTION.
       01  w-flag-transc pic 9.
       01  w-fecha-ing pic s9(8).
       01  w-socio-ant pic 9(5).

       01  w-imp-procesado pic s9(8)v99.
       01  w-imp-cuotas pic s9(8)v99.
      *    conversion rebuilds, so converting after live runs never
      *    re-inserts rows under different keys.
       01  w-tabla-hsx-seq.
           03 w-hsx-seq-soc OCCURS 99999 TIMES pic 9(4).
       01  w-idx-hsx pic 9(6).
       01  ws-fechasctl-status pic xx.
       01  ws-transactual-status pic xx.
       01  ws-spool-status pic xx.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-corrida-fecha pic 9(8).
       01  w-corrida-hora pic 9(6).
      *    Run-lock workbench: ARCHTRANS and LEDGERSOCIOS are claimed
           03 filler pic x(3) value spaces.
           03 tc-saldo pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 tc-socios pic zzzz9.
           03 filler pic x(4) value " soc".
           03 filler pic x(10) value spaces.
       01  totalsala.
           03 filler pic x(17) value spaces.
           03 filler pic x(11) value "TOTAL SALA ".
           03 filler pic x(3) value spaces.
           03 tf-saldo pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 tf-socios pic zzzz9.
           03 filler pic x(4) value " soc".
           03 filler pic x(10) value spaces.
       01  lineasimulacion.
           03 filler pic x(28) value spaces.
           03 filler pic x(34) value
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
           MOVE "N" TO w-chk-existe.
           PERFORM 132-LIMPIAR-HSX-SEQ
               VARYING w-idx-hsx FROM 1 BY 1
               UNTIL w-idx-hsx > 99999.
      *    The run stamp written on every ARCH-HISTORIAL record, taken
      *    once at start so every movement settled in this execution
      *    carries the same corrida.
