           ASSIGN TO "RECHAZOSALA"
           ORGANIZATION LINE SEQUENTIAL.

      *    A row whose digito verificador does not belong to its
      *    socio is logged here as well, for the supervisor's review.
           SELECT ARCH-ERRORES
           ASSIGN TO "ARCHERRORES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-errores-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           03 sal-det-tipo PIC X.
           03 sal-det-clase PIC X.
           03 sal-det-mov PIC X.
           03 sal-det-socio PIC 99999.
           03 sal-det-importe PIC S9(7)V99.
           03 sal-det-sala PIC 99.
           03 sal-det-medio PIC X.
      *    Digito verificador keyed with the socio at the sala; rows
      *    from a machine that predates it read back as space.
           03 sal-det-dv PIC X.
      *    "T" trailer the sala machine's entry program wrote when it
      *    closed the fecha; what this merge verifies the uploaded
      *    rows against.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
      *    cheque, "T" transferencia; rows keyed before the field
      *    existed read back as space and count as efectivo.
           03 tr-det-medio PIC X.
           03 tr-det-dv PIC X.
      *    "T" trailer this merge writes when it closes each accepted
      *    fecha, carrying only what was actually appended (rejected
      *    rows excluded), so the main-site file stays verifiable.
           03 rch-det-tipo PIC X.
           03 rch-det-clase PIC X.
           03 rch-det-mov PIC X.
           03 rch-det-socio PIC 99999.
           03 rch-det-importe PIC S9(7)V99.
           03 rch-det-sala PIC 99.
           03 rch-det-medio PIC X.
           03 rch-det-dv PIC X.

       FD  ARCH-ERRORES.
       01  err-reg.
           03 err-campo pic x(10).
           03 err-valor pic s9(9)v99.
           03 err-fecha pic 9(8).

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

       FD  FECHAS-CTL.
       01  fec-reg.
       01  w-clase-valida pic x.
       01  ws-arch-trans-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-errores-status pic xx.
       01  w-dv-calc pic 9.
       01  ws-fechasctl-status pic xx.
       01  ws-operadores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-sala pic 9 value zero.
       01  w-sala-esperada pic 99.
       01  w-fecha-merge pic 9(8) value zero.
               OPEN I-O FECHAS-CTL
           END-IF.
           OPEN OUTPUT ARCH-RECHAZOS.
           OPEN EXTEND ARCH-ERRORES.
           IF ws-errores-status IS EQUAL "35"
               OPEN OUTPUT ARCH-ERRORES
           END-IF.
           PERFORM 150-TOMAR-BLOQUEO.

       150-TOMAR-BLOQUEO.
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
                       MOVE "N" TO w-registro-valido
               END-READ
           END-IF.
      *    The digito verificador keyed at the sala is checked again
      *    here; a space is a row from a sala machine that predates
      *    the digit and passes on the number alone.
           IF w-registro-valido IS EQUAL "S"
                   AND sal-det-dv IS NOT EQUAL SPACE
               CALL "DIGITO-SOCIO" USING sal-det-socio, w-dv-calc
               IF sal-det-dv IS NOT EQUAL w-dv-calc
                   MOVE "N" TO w-registro-valido
                   MOVE "SOCIO-DV" TO err-campo
                   MOVE sal-det-socio TO err-valor
                   MOVE w-fecha-hoy TO err-fecha
                   WRITE err-reg
               END-IF
           END-IF.

       700-FIN.
           CLOSE ARCH-TRANS-SALA.
           CLOSE ARCH-TRANS.
           CLOSE ARCH-RECHAZOS.
           CLOSE ARCH-ERRORES.
           CLOSE SOCIOS.
           CLOSE FECHAS-CTL.
           PERFORM 160-LIBERAR-BLOQUEO.
