           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
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

       FD  OPERADORES.
       01  ope-reg.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-fecha-hoy pic 9(8).
       01  w-flag-transc pic 9 value zero.
       01  w-flag-recibos pic 9 value zero.
       01  w-socio-ing pic 9(5).
       01  w-importe-ing pic 9(7)v99.
       01  w-importe-abs pic 9(7)v99.
       01  w-confirmar pic x value "N".
      *    the numbering.
       01  w-linea1-guardada pic x(80).
       01  w-nro-recibo pic 9(8) value zero.
      *    First line of the slip chosen, read back for the operator
      *    and sala that keyed it; slips printed before the operator
      *    was carried leave w-operador-recibo in spaces.
       01  w-linea1-elegida pic x(80).
       01  w-operador-recibo pic x(10) value spaces.
       01  w-sala-recibo pic 99 value zero.
       01  w-nro-linea pic 9(8).
      *    Numbers already voided anywhere in the register: an
      *    ANULADO marker sits at end of file, far from its
       01  w-cant-anulados pic 9(3) value zero.
       01  w-idx-anu pic 9(3).
       01  w-ya-anulado pic x.
       01  w-socio-linea pic 9(5).
       01  w-campo-importe pic x(14).
       01  w-idx-campo pic 9(2).
       01  w-digito-x pic x.
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
      *    Run-lock workbench: ARCHTRANS is claimed in the BLOQUEOS
      *    register while it is searched and rewritten.
       01  w-blq-accion pic x.
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
               CLOSE ARCH-RECIBOS
           END-IF.
           IF w-nro-recibo IS > ZERO
               IF w-linea1-elegida(46:7) IS EQUAL "  OPER "
                   MOVE w-linea1-elegida(53:10) TO w-operador-recibo
               END-IF
               IF w-linea1-elegida(44:2) IS NUMERIC
                   MOVE w-linea1-elegida(44:2) TO w-sala-recibo
               END-IF
               OPEN EXTEND ARCH-RECIBOS
               MOVE w-nro-recibo TO ra-nro
               MOVE w-operador-recibo TO ra-operador
               MOVE w-sala-recibo TO ra-sala
               MOVE w-fecha-objetivo TO ra-fecha
               MOVE w-importe-objetivo TO ra-importe
               WRITE rec-reg FROM rec-anulado
               CLOSE ARCH-RECIBOS
               DISPLAY "Recibo " w-nro-recibo " marcado ANULADO"
               IF rec-reg(1:6) IS EQUAL "SOCIO "
                       AND rec-reg(7:4) IS NUMERIC
                       AND w-linea1-guardada IS NOT EQUAL SPACES
                   PERFORM 575-SOCIO-DE-LINEA
                   IF w-socio-linea IS NOT EQUAL w-socio-ing
                       MOVE SPACES TO w-linea1-guardada
                   END-IF
                               w-importe-objetivo
                           MOVE w-linea1-guardada(13:8)
                               TO w-nro-recibo
                           MOVE w-linea1-guardada
                               TO w-linea1-elegida
                       END-IF
                       MOVE SPACES TO w-linea1-guardada
                   END-IF
               END-IF
           END-IF.

       575-SOCIO-DE-LINEA.
      *    Slips printed since the socio number took five digits
      *    read "SOCIO nnnnn-d"; older ones carry four digits, with
      *    or without the check digit after them.
           IF rec-reg(12:1) IS EQUAL "-"
                   AND rec-reg(7:5) IS NUMERIC
               MOVE rec-reg(7:5) TO w-socio-linea
           ELSE
               MOVE rec-reg(7:4) TO w-socio-linea
           END-IF.

       580-DESEDITAR-IMPORTE.
      *    The printed picture always carries two decimals, so the
      *    digits strung together are whole centavos; a trailing
       600-DEJAR-RASTRO.
      *    One audit record names the supervisor and one error-file
      *    entry names the socio, the same trail every other
      *    supervised override leaves. The audit record is charged
      *    to the operator who keyed the slip, when the slip says
      *    so, and to the supervisor otherwise.
           OPEN EXTEND ARCH-AUDITORIA.
           IF ws-auditoria-status IS EQUAL "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF.
           IF w-operador-recibo IS EQUAL SPACES
               MOVE w-operador-id TO aud-operador
           ELSE
               MOVE w-operador-recibo TO aud-operador
           END-IF.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador-id TO aud-supervisor.
           MOVE "A" TO aud-evento.
           MOVE w-sala-recibo TO aud-sala.
           MOVE w-socio-ing TO aud-socio.
           MOVE w-importe-objetivo TO aud-importe.
           WRITE aud-reg.
           CLOSE ARCH-AUDITORIA.
           MOVE "ANUL-PEND" TO err-campo.
