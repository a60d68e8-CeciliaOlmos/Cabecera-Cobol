           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOCONVENIOS".

      *    CUOTAS-CONVENIO registers every clase "Q" charge this
      *    program re-charges (each installment and the restante of
      *    a fallen convenio), by fecha, socio and importe: in
      *    ARCHTRANS they look exactly like a monthly cuota, and the
      *    cuota generator reads this register to tell them apart.
           SELECT CUOTAS-CONVENIO
           ASSIGN TO "CUOTASCONVENIO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-cuotascvn-status.

      *    OPERADORES is the operator master; refinancing a member's
      *    debt straight into the pipeline is a supervisor-level
      *    action, so sign-on here requires an active rol "S" code.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"

       FD  CONVENIOS.
       01  cvn-reg.
           03 cvn-socio pic 9(5).
           03 cvn-estado pic x.
           03 cvn-fecha-alta pic 9(8).
           03 cvn-importe-total pic s9(8)v99.

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
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       FD  CUOTAS-CONVENIO.
       01  ccv-reg.
           03 ccv-fecha pic 9(8).
           03 ccv-socio pic 9(5).
           03 ccv-importe pic s9(7)v99.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
       01  ws-errores-status pic xx.
       01  ws-fechasctl-status pic xx.
       01  ws-operadores-status pic xx.
       01  ws-cuotascvn-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
      *    then falls back to the old accept-any-code behaviour
      *    instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-opcion pic x.
       01  w-fecha-hoy pic 9(8).
       01  w-socio-ing pic 9(5).
       01  w-deuda pic s9(8)v99.
       01  w-deuda-imp pic zz.zzz.zz9,99.
       01  w-importe-total pic s9(8)v99.
           03 filler pic x(13) value "PAGADO".
           03 filler pic x(9) value "SITUACION".
       01  detalle.
           03 filler pic x value space.
           03 l-soc pic 9(5).
           03 filler pic x(3) value spaces.
           03 l-nombre pic x(18).
           03 filler pic x(2) value spaces.
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
           IF ws-errores-status IS EQUAL "35"
               OPEN OUTPUT ARCH-ERRORES
           END-IF.
           OPEN EXTEND CUOTAS-CONVENIO.
           IF ws-cuotascvn-status IS EQUAL "35"
               OPEN OUTPUT CUOTAS-CONVENIO
           END-IF.
           OPEN I-O FECHAS-CTL.
           IF ws-fechasctl-status IS EQUAL "35"
               OPEN OUTPUT FECHAS-CTL
           MOVE 1 TO tr-det-sala.
           MOVE SPACE TO tr-det-medio.
           WRITE tr-det-reg.
           PERFORM 425-REGISTRAR-CUOTA.
           PERFORM 420-ACTUALIZAR-FECHA-CTL.
           PERFORM 450-VERIFICAR-CUMPLIMIENTO.
           ADD 1 TO cvn-cuotas-generadas.
           REWRITE cvn-reg.
           ADD 1 TO w-cant-generadas.

       425-REGISTRAR-CUOTA.
           MOVE w-fecha-hoy TO ccv-fecha.
           MOVE tr-det-socio TO ccv-socio.
           MOVE tr-det-importe TO ccv-importe.
           WRITE ccv-reg.

       450-VERIFICAR-CUMPLIMIENTO.
      *    Before this month's cuota goes out, the pagos taken since
      *    the alta must cover the installments already generated; a
               MOVE 1 TO tr-det-sala
               MOVE SPACE TO tr-det-medio
               WRITE tr-det-reg
               PERFORM 425-REGISTRAR-CUOTA
               PERFORM 420-ACTUALIZAR-FECHA-CTL
           END-IF.
           MOVE "X" TO cvn-estado.
           CLOSE LEDGER-SOCIOS.
           CLOSE ARCH-TRANS.
           CLOSE ARCH-ERRORES.
           CLOSE CUOTAS-CONVENIO.
           CLOSE FECHAS-CTL.
           PERFORM 160-LIBERAR-BLOQUEO.

