       FILE SECTION.
       FD  ARCH-RESPUESTA.
       01  rsp-reg.
           03 rsp-socio pic 9(5).
           03 rsp-importe pic 9(7)v99.
      *    "A" acreditado, "R" rechazado; anything else is treated as
      *    a rejection so a damaged row can never book a pago.
           03 rsp-resultado pic x.
           03 rsp-motivo pic x(20).
      *    Digito verificador presented with the socio and echoed by
      *    the bank; space on a response from before it was sent.
           03 rsp-dv pic x.

       FD  ARCH-TRANS.
       01  tr-cab-reg.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
      *    cheque, "T" transferencia, "D" debito automatico; rows
      *    keyed before the field existed read back as space and
      *    count as efectivo.
           03 tr-det-medio PIC X.
      *    "T" trailer closing the fecha with its detail count and
      *    amount, verified by the chain downstream.

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
       01  ws-respuesta-status pic xx.
       01  ws-arch-trans-status pic xx.
       01  ws-socios-status pic xx.
       01  w-dv-calc pic 9.
       01  ws-errores-status pic xx.
       01  ws-fechasctl-status pic xx.
       01  ws-operadores-status pic xx.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-respuesta pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-cabecera-hecha pic x value "N".
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
      *    A socio the padron does not know cannot take a pago even
      *    if the bank says the money moved; the row goes to the
      *    error file and the treasurer sorts it out with the bank.
      *    The same goes for a socio whose digito verificador does
      *    not match: the number was garbled somewhere on the way, and
      *    the pago must not land on whichever member it now names.
           IF rsp-dv IS NOT EQUAL SPACE
               CALL "DIGITO-SOCIO" USING rsp-socio, w-dv-calc
           END-IF.
           IF rsp-dv IS NOT EQUAL SPACE
                   AND rsp-dv IS NOT EQUAL w-dv-calc
               PERFORM 410-RECHAZAR-DIGITO
           ELSE
               MOVE rsp-socio TO soc-numero
               READ SOCIOS
                   INVALID KEY
                       PERFORM 400-RECHAZAR-DEBITO
                   NOT INVALID KEY
                       PERFORM 320-GRABAR-PAGO
               END-READ
           END-IF.

       320-GRABAR-PAGO.
           PERFORM 330-GRABAR-CABECERA.
           MOVE rsp-importe TO tr-det-importe.
      *    Debits are processed centrally, in the main sala.
           MOVE 1 TO tr-det-sala.
      *    A bank debit reaches the account like a transfer, never
      *    the drawer, but keeps its own medio so what the debit
      *    authorizations bring in can be told from transfers.
           MOVE "D" TO tr-det-medio.
           WRITE tr-det-reg.
           PERFORM 340-ACTUALIZAR-FECHA-CTL.
           ADD 1 TO w-cant-aceptados.
           WRITE err-reg.
           ADD 1 TO w-cant-rechazados.

       410-RECHAZAR-DIGITO.
           DISPLAY "Debito rechazado: socio " rsp-socio "-" rsp-dv
                   " digito verificador errado".
           MOVE "SOCIO-DV" TO err-campo.
           MOVE rsp-socio TO err-valor.
           MOVE w-fecha-hoy TO err-fecha.
           WRITE err-reg.
           ADD 1 TO w-cant-rechazados.

       700-FIN.
      *    The fecha closes with a "T" control record carrying its
      *    detail count and amount, the same trailer the entry
