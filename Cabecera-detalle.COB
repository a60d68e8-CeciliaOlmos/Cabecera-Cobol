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
      *    Digito verificador keyed with the socio number, carried so
      *    the consolidation can check it again on the sala's rows.
           03 tr-det-dv PIC X.
      *    "T" trailer closing each fecha with its detail count and
      *    amount; what the chain verifies the rows it reads against,
      *    so a file truncated in transfer from a sala machine can no

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

       FD  OPERADORES.
       01  ope-reg.
      *    authorizing supervisor's code on the extra record written
      *    for each supervised override during the session.
           03 aud-supervisor pic x(10).
      *    Space on session and override records, "U" a duplicate
      *    entry and "A" a pending anulacion authorized; "F" wrong
      *    PIN, "B" code blocked, "C" PIN changed, "D" unblocked and
      *    "R" PIN reset by the supervisor in aud-supervisor.
           03 aud-evento pic x.
      *    Sala, socio and importe an override concerned, for the
      *    internal control report; zero where they do not apply.
           03 aud-sala pic 99.
           03 aud-socio pic 9(5).
           03 aud-importe pic s9(7)v99.

       FD  ARCH-ARQUEO.
       01  arq-reg pic x(80).

       FD  ARCH-REVERSAS.
       01  rev-reg.
           03 rev-socio pic 9(5).
           03 rev-clase pic x.
           03 rev-importe pic 9(7)v99.
           03 rev-fecha-orig pic 9(8).
           03 rev-fecha-rev pic 9(8).
      *    Operator and sala that keyed the reversal; spaces and zero
      *    on links written before they were carried.
           03 rev-operador pic x(10).
           03 rev-sala pic 99.

       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.
           03 tcs-det-tipo pic x.
           03 tcs-det-clase pic x.
           03 tcs-det-mov pic x.
           03 tcs-det-socio pic 99999.
           03 tcs-det-importe pic s9(7)v99.
           03 tcs-det-sala pic 99.
           03 tcs-det-medio pic x.
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

       FD  CHEQUES.
       01  chq-reg.
           03 chq-socio pic 9(5).
           03 chq-fecha pic 9(8).
           03 chq-importe pic 9(7)v99.
           03 chq-banco pic x(20).
       01  w-importe-max-env pic x(10).
       01  w-importe-max-cents pic 9(9) value zero.
       01  w-socio-valido pic x value "S".
      *    Why the last number keyed was refused: "SOCIO" when it is
      *    not in the padron, "SOCIO-DV" when the digito verificador
      *    keyed with it does not belong to it.
       01  w-socio-motivo pic x(10) value "SOCIO".
       01  w-socio-dv pic 9 value zero.
      *    The socio field on the form is keyed as text so that it
      *    also takes the B of the name search; a number is moved
      *    to the right and zero-filled before it is taken as such.
      *    w-socio-clave says what was keyed: "N" a number, "B" the
      *    search, "E" anything else.
       01  w-socio-pantalla pic x(5).
       01  w-socio-justif pic x(5) justified right.
       01  w-socio-justif-n REDEFINES w-socio-justif pic 9(5).
       01  w-socio-blancos pic 9.
       01  w-socio-clave pic x.
       01  w-dv-calc pic 9.
       01  w-operador-id pic x(10).
       01  w-fecha-valida pic x value "S".
       01  w-fecha-entrada pic 9(8).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
       01  w-motivo-fecha pic x value "D".
      *    DIA-HABIL call workbench: a fecha the club was closed
      *    (weekends count as open) is accepted, but the operator is
      *    warned, since movements dated that day are usually a
      *    mistyped fecha.
       01  w-dh-accion pic x.
       01  w-dh-tipo pic x.
       01  w-dh-fecha pic 9(8).
       01  w-dh-dias pic 9(3).
       01  w-dh-resultado pic x.
       01  w-dh-descripcion pic x(30).
       01  ws-fechasctl-status pic xx.
      *    By-name padron search, reachable from the socio prompt
      *    with the letter B instead of a number (every number
      *    1-99999 is a possible socio) so a member who forgot his
      *    number does not cost the operator the entry session.
       01  w-patron pic x(30).
       01  w-patron-lng pic 9(2).
       01  w-idx-patron pic 9(2).
      *    member's total by CabecAct's 400-PROCESO.
       01  w-tabla-ingresos.
           03 w-entrada OCCURS 200 TIMES.
               05 w-ent-socio pic 9(5).
               05 w-ent-importe pic s9(7)v99.
       01  w-cant-ingresos pic 9(3) value zero.
       01  w-idx pic 9(3).
      *    accept-any-code behaviour instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-supervisor-valido pic x value "N".
       01  ws-arqueo-status pic xx.
       01  ws-ctrrecibos-status pic xx.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
      *    Kind and importe of the override 112 is logging; back to
      *    space and zero once it is written.
       01  w-aud-evento pic x value space.
       01  w-aud-importe pic s9(7)v99 value zero.
       01  rec-linea1.
           03 filler pic x(12) value "RECIBO NRO. ".
           03 rl1-nro pic 9(8).
           03 rl1-fecha pic 9(8).
           03 filler pic x(7) value "  SALA ".
           03 rl1-sala pic 99.
      *    The operator who keyed the movement, so the internal
      *    control report can total each cashier's slips.
           03 filler pic x(7) value "  OPER ".
           03 rl1-operador pic x(10).
           03 filler pic x(18) value spaces.
       01  rec-linea2.
           03 filler pic x(6) value "SOCIO ".
           03 rl2-socio pic 9(5).
           03 filler pic x value "-".
           03 rl2-dv pic 9.
           03 filler pic x(2) value spaces.
           03 rl2-nombre pic x(30).
           03 filler pic x(35) value spaces.
       01  rec-linea3.
           03 filler pic x(6) value "CLASE ".
           03 rl3-clase pic x.
           03 filler pic x(12) value "RECIBO NRO. ".
           03 ra-nro pic 9(8).
           03 filler pic x(10) value "  ANULADO ".
      *    Who keyed the voided slip, where, under which fecha and
      *    for how much, for the internal control report.
           03 ra-operador pic x(10).
           03 filler pic x value space.
           03 ra-sala pic 99.
           03 filler pic x value space.
           03 ra-fecha pic 9(8).
           03 filler pic x value space.
           03 ra-importe pic zz.zzz.zz9,99-.
           03 filler pic x(13) value spaces.
      *    Running total of the clase "P" detail records written to
      *    ARCH-TRANS during this session (between this session's
      *    aud-reg and the close), the figure the counted cash in the
           03 line 3 col 45 value "OPERADOR".
           03 line 3 col 55 pic x(10) from w-operador-id.
           03 line 5 col 5
              value "SOCIO (0=fin, B=buscar nombre)".
           03 p-socio line 5 col 41 pic x(5) using w-socio-pantalla.
           03 line 5 col 46 value "-".
           03 p-dv line 5 col 47 pic 9 using w-socio-dv.
           03 line 6 col 5 value "NOMBRE".
           03 p-nombre line 6 col 12 pic x(30) from w-nombre-echo.
           03 line 6 col 45 value "ESTADO".
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
                               DISPLAY "Error, el codigo no es de "
                                       "un supervisor activo"
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-supervisor-id TO aud-supervisor.
           MOVE w-aud-evento TO aud-evento.
           MOVE w-sala-id TO aud-sala.
           MOVE tr-det-socio TO aud-socio.
           MOVE w-aud-importe TO aud-importe.
           WRITE aud-reg.
           MOVE SPACE TO w-aud-evento.
           MOVE ZERO TO w-aud-importe.
           CLOSE ARCH-AUDITORIA.

       107-PEDIR-SALA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE SPACES TO aud-supervisor.
           MOVE SPACE TO aud-evento.
           MOVE w-sala-id TO aud-sala.
           MOVE ZERO TO aud-socio.
           MOVE ZERO TO aud-importe.
           WRITE aud-reg.
           CLOSE ARCH-AUDITORIA.

                   AND w-fecha-entrada IS > w-fecha-hoy
               MOVE "N" TO w-fecha-valida
           END-IF.
           IF w-fecha-valida IS EQUAL "S"
               PERFORM 237-VERIFICAR-CIERRE
           END-IF.

       235-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
               END-IF
           END-IF.

       237-VERIFICAR-CIERRE.
           MOVE "V" TO w-dh-accion.
           MOVE "A" TO w-dh-tipo.
           MOVE w-fecha-entrada TO w-dh-fecha.
           MOVE ZERO TO w-dh-dias.
           CALL "DIA-HABIL" USING w-dh-accion, w-dh-tipo,
               w-dh-fecha, w-dh-dias, w-dh-resultado,
               w-dh-descripcion.
           IF w-dh-resultado IS NOT EQUAL "S"
               DISPLAY "AVISO: el club estuvo cerrado el "
                       w-fecha-entrada " (" w-dh-descripcion ")"
           END-IF.

       225-VERIFICAR-FECHA-EXISTENTE.
      *    A second "C" header for a fecha already registered would
      *    leave that header's own detail rows unreachable to CabecAct
           PERFORM UNTIL tr-det-socio >= 0
                   AND w-socio-valido IS EQUAL "S"
              display "Error, te dije un numero positivo, x fin 0"
              MOVE w-socio-motivo TO err-campo
              MOVE tr-det-socio TO err-valor
              MOVE w-fecha-hoy TO err-fecha
              WRITE err-reg
           MOVE SPACE TO w-estado-echo.
           DISPLAY p-nombre.
           DISPLAY p-estado.
           PERFORM 321-ACEPTAR-SOCIO.
           PERFORM UNTIL w-socio-clave IS EQUAL "N"
               IF w-socio-clave IS EQUAL "B"
                   PERFORM 360-BUSCAR-POR-NOMBRE
                   DISPLAY pantalla-mov
               ELSE
                   display "Error, ingrese el nro. de socio, "
                           "o B para buscar por nombre"
               END-IF
               PERFORM 321-ACEPTAR-SOCIO
           END-PERFORM.
           MOVE "S" TO w-socio-valido.
           MOVE "SOCIO" TO w-socio-motivo.
           MOVE SPACE TO tr-det-dv.
      *    The digito verificador is keyed right after the number; a
      *    transposed or mistyped number no longer matches it, so the
      *    pago cannot land on another member's ledger.
           IF tr-det-socio IS NOT EQUAL ZERO
               MOVE ZERO TO w-socio-dv
               DISPLAY p-dv
               ACCEPT p-dv
               CALL "DIGITO-SOCIO" USING tr-det-socio, w-dv-calc
               IF w-socio-dv IS NOT EQUAL w-dv-calc
                   MOVE "N" TO w-socio-valido
                   MOVE "SOCIO-DV" TO w-socio-motivo
                   DISPLAY "Error, el digito verificador no "
                           "corresponde al socio " tr-det-socio
               ELSE
                   MOVE w-socio-dv TO tr-det-dv
               END-IF
           END-IF.
           IF tr-det-socio IS NOT EQUAL ZERO
              AND w-socio-valido IS EQUAL "S"
               MOVE tr-det-socio TO soc-numero
               READ SOCIOS
                   INVALID KEY
               END-READ
           END-IF.

       321-ACEPTAR-SOCIO.
           MOVE SPACES TO w-socio-pantalla.
           ACCEPT p-socio.
           MOVE "E" TO w-socio-clave.
           IF w-socio-pantalla(1:1) IS EQUAL "B"
              OR w-socio-pantalla(1:1) IS EQUAL "b"
               MOVE "B" TO w-socio-clave
           ELSE
               MOVE SPACES TO w-socio-justif
               MOVE ZERO TO w-socio-blancos
               INSPECT w-socio-pantalla
                   TALLYING w-socio-blancos FOR LEADING SPACES
               IF w-socio-blancos IS < 5
                   UNSTRING w-socio-pantalla(w-socio-blancos + 1:)
                       DELIMITED BY SPACE
                       INTO w-socio-justif
               END-IF
               INSPECT w-socio-justif
                   REPLACING LEADING SPACES BY ZEROS
               IF w-socio-justif IS NUMERIC
                   MOVE w-socio-justif-n TO tr-det-socio
                   MOVE "N" TO w-socio-clave
               END-IF
           END-IF.

       322-CALCULAR-DEUDA.
           MOVE tr-det-socio TO led-socio.
           READ LEDGER-SOCIOS
               PERFORM UNTIL w-flag-busqueda IS EQUAL 1
                   PERFORM 366-COTEJAR-NOMBRE
                   IF w-coincide IS EQUAL "S"
                       CALL "DIGITO-SOCIO" USING soc-numero, w-dv-calc
                       display soc-numero "-" w-dv-calc " " soc-nombre
                               " estado " soc-estado
                       ADD 1 TO w-cant-hallados
                   END-IF
               IF w-confirmar-rev IS EQUAL "S"
                   PERFORM 108-VALIDAR-SUPERVISOR
                   IF w-supervisor-valido IS EQUAL "S"
                       MOVE w-importe-pantalla TO w-aud-importe
                       PERFORM 112-GRABAR-AUDIT-SUPERVISOR
                       MOVE "REV-SINORI" TO err-campo
                       MOVE tr-det-socio TO err-valor
           MOVE w-importe-pantalla TO rev-importe.
           MOVE w-fecha-original TO rev-fecha-orig.
           MOVE w-fecha-entrada TO rev-fecha-rev.
           MOVE w-operador-id TO rev-operador.
           MOVE w-sala-id TO rev-sala.
           WRITE rev-reg.
           CLOSE ARCH-REVERSAS.

           IF w-confirmar-dup IS EQUAL "S"
               PERFORM 108-VALIDAR-SUPERVISOR
               IF w-supervisor-valido IS EQUAL "S"
                   MOVE "U" TO w-aud-evento
                   MOVE tr-det-importe TO w-aud-importe
                   PERFORM 112-GRABAR-AUDIT-SUPERVISOR
                   MOVE "DUP-OVRD" TO err-campo
                   MOVE tr-det-socio TO err-valor
           MOVE w-nro-recibo TO rl1-nro.
           MOVE w-fecha-entrada TO rl1-fecha.
           MOVE w-sala-id TO rl1-sala.
           MOVE w-operador-id TO rl1-operador.
           WRITE rec-reg FROM rec-linea1.
           MOVE tr-det-socio TO rl2-socio.
           MOVE tr-det-dv TO rl2-dv.
           MOVE soc-nombre TO rl2-nombre.
           WRITE rec-reg FROM rec-linea2.
           MOVE tr-det-clase TO rl3-clase.
      *    here with an ANULADO line instead of being reused; the
      *    movement itself is never written to ARCH-TRANS.
           COMPUTE ra-nro = w-nro-recibo - 1.
           MOVE w-operador-id TO ra-operador.
           MOVE w-sala-id TO ra-sala.
           MOVE w-fecha-entrada TO ra-fecha.
           MOVE tr-det-importe TO ra-importe.
           WRITE rec-reg FROM rec-anulado.
           DISPLAY "Recibo " ra-nro " anulado, el movimiento no se "
                   "graba".
