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

       FD  CONVENIOS.
       01  cvn-reg.
           03 cvn-socio pic 9(5).
           03 cvn-estado pic x.
           03 cvn-fecha-alta pic 9(8).
           03 cvn-importe-total pic s9(8)v99.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-corrida-hora pic 9(6).
       01  w-flag-ledger pic 9 value zero.
       01  w-cabecera-hecha pic x value "N".
      *    uses in the entry program.
       01  w-recargo-pct pic 9(3) value 10.
       01  w-recargo-pct-env pic x(10).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
      *    The statute's grace is counted in dias habiles of the
      *    club's office calendar (DIA-HABIL, tipo "H"): weekends and
      *    the FERIADOS dates do not run, so a deadline that would
      *    fall on a holiday weekend moves to the next working day
      *    instead of surcharging socios who could not pay. Forty
      *    habiles are the two calendar months the statute's 60 days
      *    come to; DIASGRACIA overrides them.
       01  w-dias-gracia pic 9(3) value 40.
       01  w-dias-gracia-env pic x(3).
       01  w-fecha-fin-gracia pic 9(8).
      *    DIA-HABIL call workbench.
       01  w-dh-accion pic x.
       01  w-dh-tipo pic x.
       01  w-dh-fecha pic 9(8).
       01  w-dh-dias pic 9(3).
       01  w-dh-resultado pic x.
       01  w-dh-descripcion pic x(30).
       01  w-fecha-hoy pic 9(8).
       01  filler REDEFINES w-fecha-hoy.
           03 w-hoy-aaaa pic 9(4).
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "RECARGO".
       01  detalle.
           03 filler pic x value space.
           03 l-soc pic 9(5).
           03 filler pic x(3) value spaces.
           03 l-nombre pic x(24).
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value spaces.
           03 tr-importe pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 tr-socios pic zzzz9.
           03 filler pic x(4) value " soc".
           03 filler pic x(27) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 105-PEDIR-SUPERVISOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 110-CARGAR-RECARGO-PCT.
           PERFORM 115-CARGAR-DIAS-GRACIA.
           DISPLAY "Se liquidaran recargos del " w-recargo-pct
                   " por ciento sobre deudas con mas de "
                   w-dias-gracia " dias habiles de mora".
           DISPLAY "La fecha generada del lote sera " w-fecha-hoy.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
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
               MOVE w-recargo-pct-env TO w-recargo-pct
           END-IF.

       115-CARGAR-DIAS-GRACIA.
           ACCEPT w-dias-gracia-env FROM ENVIRONMENT "DIASGRACIA".
           MOVE ZERO TO w-largo-env.
           INSPECT w-dias-gracia-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-dias-gracia-env(1:w-largo-env) IS NUMERIC
                   MOVE w-dias-gracia-env(1:w-largo-env)
                       TO w-dias-gracia
               ELSE
                   DISPLAY "AVISO: DIASGRACIA " w-dias-gracia-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           IF w-dias-gracia IS EQUAL ZERO
               MOVE 40 TO w-dias-gracia
           END-IF.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT LEDGER-SOCIOS.
           IF ws-ledger-status IS NOT EQUAL "00"
               COMPUTE w-meses-mora =
                   (w-hoy-aaaa * 12 + w-hoy-mm)
                   - (w-mora-aaaa * 12 + w-mora-mm)
               PERFORM 305-CALCULAR-FIN-GRACIA
               IF w-fecha-hoy IS > w-fecha-fin-gracia
                   PERFORM 310-VERIFICAR-CONVENIO
                   IF w-convenio-honrado IS EQUAL "S"
                       ADD 1 TO w-cant-convenios
               END-IF
           END-IF.

       305-CALCULAR-FIN-GRACIA.
      *    The last day of grace is the fecha-mora plus the grace
      *    in working days; the surcharge applies from the day after.
           MOVE "S" TO w-dh-accion.
           MOVE "H" TO w-dh-tipo.
           MOVE led-fecha-mora TO w-dh-fecha.
           MOVE w-dias-gracia TO w-dh-dias.
           CALL "DIA-HABIL" USING w-dh-accion, w-dh-tipo,
               w-dh-fecha, w-dh-dias, w-dh-resultado,
               w-dh-descripcion.
           MOVE w-dh-fecha TO w-fecha-fin-gracia.

       310-VERIFICAR-CONVENIO.
      *    A socio under a vigente convenio that he is honoring (the
      *    pagos since the alta cover the installments generated so
