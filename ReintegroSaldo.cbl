      ******************************************************************
      * Author:
      * Date:
      * Purpose: Refund of a socio's saldo a favor. A socio whose
      *          payments exceed his charges (a prepaid member leaving,
      *          or one the bank debited twice) cannot be retired while
      *          the credit sits on the ledger, and until now there was
      *          no way to give the money back. Under a supervisor-
      *          authorized session this program pays the whole credit
      *          out of the drawer: it posts a clase "P" reversa to
      *          LEDGER-SOCIOS bringing the position to zero, logs it
      *          to ARCH-CORRECCIONES (so AuditarLedger rebuilds the
      *          same balance and EstadoCuenta shows it), records the
      *          cash out as an egreso in GASTOS, keeps the REINTEGROS
      *          register and prints the numbered voucher the socio
      *          signs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINTEGRO-SALDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs, so this reads/updates the same site's data.
           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT LEDGER-SOCIOS
           ASSIGN TO "LEDGERSOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS led-socio
           FILE STATUS IS ws-ledger-status.

      *    ARCH-CORRECCIONES logs every movement applied straight to
      *    the ledger outside the sort/CabecAct pipeline; the refund
      *    is one of them.
           SELECT ARCH-CORRECCIONES
           ASSIGN TO "ARCHCORRECCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-correcciones-status.

           SELECT GASTOS
           ASSIGN TO "GASTOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-gastos-status.

      *    REINTEGROS accumulates every refund paid, opened EXTEND so
      *    the auditors get an unbroken numbered trail of vouchers.
           SELECT REINTEGROS
           ASSIGN TO "REINTEGROS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-reintegros-status.

      *    CONTROL-REINTEGROS holds the single next-voucher-number
      *    record, rewritten after every voucher the same way the
      *    entry program keeps its receipt numbering.
           SELECT CONTROL-REINTEGROS
           ASSIGN TO "CONTREINTEGROS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ctrreintegros-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against; rol "S" marks a supervisor, and paying
      *    money out of the drawer requires one on the session.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT COMPROBANTE ASSIGN TO
           PRINTER, "COMPREINTEGRO".

       DATA DIVISION.
       FILE SECTION.
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
      *    Charge side (cuotas + multas) and payment side (pagos) are
      *    carried separately so arrears are knowable: a socio behind
      *    on cuotas no longer looks the same as one who is current.
      *    led-fecha-mora holds the first fecha on which charges
      *    exceeded payments, zero while the socio is al dia.
           03 led-cargos pic s9(8)v99.
           03 led-pagos pic s9(8)v99.
           03 led-fecha-mora pic 9(8).

       FD  ARCH-CORRECCIONES.
       01  cor-reg.
           03 cor-fecha pic 9(8).
           03 cor-socio pic 9(5).
           03 cor-clase pic x.
           03 cor-mov pic x.
           03 cor-importe pic s9(7)v99.
      *    Who keyed the correction and which supervisor authorized
      *    the session, so the paper trail names both.
           03 cor-operador pic x(10).
           03 cor-supervisor pic x(10).
      *    The day the correction was applied (cor-fecha is the
      *    fecha being corrected, which can be weeks older), so the
      *    daily operations report can pull one day's corrections.
           03 cor-fecha-aplic pic 9(8).

       FD  GASTOS.
       01  gas-reg.
           03 gas-fecha pic 9(8).
           03 gas-concepto pic x(30).
           03 gas-importe pic 9(7)v99.
      *    Number of the paper voucher in the expenses folder, what
      *    the auditors tie each journal line back to.
           03 gas-comprobante pic 9(8).
           03 gas-operador pic x(10).
           03 gas-supervisor pic x(10).

       FD  REINTEGROS.
       01  rei-reg.
           03 rei-nro pic 9(8).
           03 rei-fecha pic 9(8).
           03 rei-socio pic 9(5).
           03 rei-importe pic 9(7)v99.
      *    "S" saldo a favor left by prepayment or overpayment at the
      *    counter, "D" a bank debit taken twice.
           03 rei-motivo pic x.
           03 rei-operador pic x(10).
           03 rei-supervisor pic x(10).

       FD  CONTROL-REINTEGROS.
       01  ctr-reg.
           03 ctr-proximo pic 9(8).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       FD  COMPROBANTE
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  cpt-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-socios-status pic xx.
       01  ws-ledger-status pic xx.
       01  ws-correcciones-status pic xx.
       01  ws-gastos-status pic xx.
       01  ws-reintegros-status pic xx.
       01  ws-ctrreintegros-status pic xx.
       01  ws-operadores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
      *    and supervisor checks then fall back to the old
      *    accept-any-code behaviour instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-supervisor-id pic x(10).
       01  w-supervisor-valido pic x value "N".
       01  w-fecha-hoy pic 9(8).
       01  w-socio-ing pic 9(5).
       01  w-socio-valido pic x value "N".
       01  w-saldo-favor pic s9(9)v99.
       01  w-motivo pic x.
       01  w-confirmar pic x value "N".
       01  w-continuar pic x value "S".
       01  w-nro-reintegro pic 9(8) value 1.
       01  w-cant-reintegros pic 9(5) value zero.
       01  w-imp-reintegros pic s9(9)v99 value zero.
      *    Run-lock workbench: LEDGERSOCIOS is claimed in the
      *    BLOQUEOS register for the session and released at the
      *    normal end of run, so a refund can never land in the
      *    middle of a CabecAct settlement.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
      *    A session refused at the authorization step reaches the
      *    common close-down without ever taking the lock; releasing
      *    blindly there would free a lock some other run holds.
       01  w-blq-tomado pic x value "N".
       01  w-concepto-gasto.
           03 filler pic x(16) value "REINTEGRO SOCIO ".
           03 cg-socio pic 9(5).
           03 filler pic x(9) value spaces.
       01  cpt-linea1.
           03 filler pic x(30) value
              "COMPROBANTE DE REINTEGRO NRO. ".
           03 cl1-nro pic 9(8).
           03 filler pic x(10) value "   FECHA: ".
           03 cl1-fecha pic 9(8).
           03 filler pic x(24) value spaces.
       01  cpt-linea2.
           03 filler pic x(7) value "SOCIO: ".
           03 cl2-socio pic 9(5).
           03 filler pic x value "-".
           03 cl2-dv pic 9.
           03 filler pic x(2) value spaces.
           03 cl2-nombre pic x(30).
           03 filler pic x(34) value spaces.
       01  cpt-linea3.
           03 filler pic x(19) value "IMPORTE REINTEGRADO".
           03 filler pic x(4) value " : $".
           03 cl3-importe pic zz.zzz.zz9,99.
           03 filler pic x(3) value spaces.
           03 cl3-motivo pic x(30).
           03 filler pic x(11) value spaces.
       01  cpt-linea4.
           03 filler pic x(13) value "AUTORIZO: ".
           03 cl4-supervisor pic x(10).
           03 filler pic x(12) value "  OPERADOR: ".
           03 cl4-operador pic x(10).
           03 filler pic x(35) value spaces.
       01  cpt-linea5.
           03 filler pic x(44) value
              "Recibi conforme el importe indicado.".
           03 filler pic x(36) value
              "Firma: ____________________________".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-REINTEGRAR-SOCIO
               UNTIL w-continuar IS NOT EQUAL "S".
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 120-ABRIR-ARCHIVOS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 122-PEDIR-OPERADOR.
           PERFORM 124-AUTORIZAR-SESION.
           PERFORM 127-TOMAR-BLOQUEO.
           PERFORM 117-LEER-PROXIMO-REINTEGRO.

       117-LEER-PROXIMO-REINTEGRO.
      *    Status 35 means no voucher was ever printed at this site,
      *    so the numbering starts at 1.
           OPEN INPUT CONTROL-REINTEGROS.
           IF ws-ctrreintegros-status IS EQUAL "00"
               READ CONTROL-REINTEGROS
                   AT END MOVE 1 TO w-nro-reintegro
                   NOT AT END MOVE ctr-proximo TO w-nro-reintegro
               END-READ
               CLOSE CONTROL-REINTEGROS
           END-IF.

       118-GRABAR-PROXIMO-REINTEGRO.
      *    Rewritten after every voucher so a session cut short
      *    never reuses a number already printed.
           OPEN OUTPUT CONTROL-REINTEGROS.
           MOVE w-nro-reintegro TO ctr-proximo.
           WRITE ctr-reg.
           CLOSE CONTROL-REINTEGROS.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
      *    SOCIOS is the member master every socio lookup in this
      *    program depends on; a missing/unopenable file has to stop
      *    the run here instead of failing later on the first READ.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
      *    Without a ledger there is no saldo a favor to refund.
           OPEN I-O LEDGER-SOCIOS.
           IF ws-ledger-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir LEDGERSOCIOS, estado "
                       ws-ledger-status
               STOP RUN
           END-IF.
           OPEN EXTEND ARCH-CORRECCIONES.
           IF ws-correcciones-status IS EQUAL "35"
               OPEN OUTPUT ARCH-CORRECCIONES
           END-IF.
           OPEN EXTEND GASTOS.
           IF ws-gastos-status IS EQUAL "35"
               OPEN OUTPUT GASTOS
           END-IF.
           OPEN EXTEND REINTEGROS.
           IF ws-reintegros-status IS EQUAL "35"
               OPEN OUTPUT REINTEGROS
           END-IF.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.
           OPEN OUTPUT COMPROBANTE.

       122-PEDIR-OPERADOR.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 123-VALIDAR-OPERADOR
                   UNTIL w-operador-valido IS EQUAL "S"
           END-IF.

       123-VALIDAR-OPERADOR.
           MOVE w-operador-id TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "Error, el operador no figura en el "
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
           END-READ.
           IF w-operador-valido IS NOT EQUAL "S"
               DISPLAY "Ingrese su codigo de operador"
               ACCEPT w-operador-id
           END-IF.

       124-AUTORIZAR-SESION.
      *    Paying money out of the drawer and writing straight into
      *    LEDGER-SOCIOS are supervisor-level actions: a clerk can
      *    key the refund, but only with a supervisor's code on the
      *    session, and both codes go on every record written. A
      *    supervisor running it alone authorizes himself.
           IF w-oper-master IS NOT EQUAL "S"
               MOVE w-operador-id TO w-supervisor-id
           ELSE
               IF ope-rol IS EQUAL "S"
                   MOVE w-operador-id TO w-supervisor-id
               ELSE
                   PERFORM 126-VALIDAR-SUPERVISOR
                   IF w-supervisor-valido IS NOT EQUAL "S"
                       DISPLAY "Sin autorizacion de supervisor no "
                               "se puede reintegrar, fin"
                       PERFORM 700-FIN
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       126-VALIDAR-SUPERVISOR.
           MOVE "N" TO w-supervisor-valido.
           DISPLAY "Ingrese el codigo del supervisor que autoriza "
                   "(vacio = cancelar)".
           ACCEPT w-supervisor-id.
           PERFORM UNTIL w-supervisor-valido IS EQUAL "S"
                      OR w-supervisor-id IS EQUAL SPACES
               MOVE w-supervisor-id TO ope-codigo
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "Error, el supervisor no figura en "
                               "el maestro"
                   NOT INVALID KEY
                       IF ope-activo IS EQUAL "S"
                               AND ope-rol IS EQUAL "S"
                           CALL "VALIDAR-CLAVE" USING ope-codigo,
                               w-clave-valida
                           IF w-clave-valida IS EQUAL "S"
                               MOVE "S" TO w-supervisor-valido
                           END-IF
                       ELSE
                           DISPLAY "Error, el codigo no es de un "
                                   "supervisor activo"
                       END-IF
               END-READ
               IF w-supervisor-valido IS NOT EQUAL "S"
                   DISPLAY "Ingrese el codigo del supervisor que "
                           "autoriza (vacio = cancelar)"
                   ACCEPT w-supervisor-id
               END-IF
           END-PERFORM.

       127-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "LEDGERSOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede reintegrar, LEDGERSOCIOS esta en "
                       "uso"
               PERFORM 720-CERRAR-ARCHIVOS
               STOP RUN
           END-IF.
           MOVE "S" TO w-blq-tomado.

       128-LIBERAR-BLOQUEO.
           IF w-blq-tomado IS EQUAL "S"
               MOVE "L" TO w-blq-accion
               MOVE "LEDGERSOCIOS" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
               MOVE "N" TO w-blq-tomado
           END-IF.

       300-REINTEGRAR-SOCIO.
           PERFORM 310-INGRESAR-SOCIO.
           IF w-socio-valido IS EQUAL "S"
               PERFORM 320-PEDIR-MOTIVO
               DISPLAY "Reintegro al socio " w-socio-ing " "
                       soc-nombre " por " w-saldo-favor
               DISPLAY "Confirma el pago en efectivo (S/N)?"
               ACCEPT w-confirmar
               PERFORM UNTIL w-confirmar IS EQUAL "S"
                          OR w-confirmar IS EQUAL "N"
                   DISPLAY "Error, responda S o N"
                   ACCEPT w-confirmar
               END-PERFORM
               IF w-confirmar IS EQUAL "S"
                   PERFORM 350-APLICAR-REINTEGRO
               ELSE
                   DISPLAY "Reintegro descartado, no se graba"
               END-IF
           END-IF.
           DISPLAY "Desea reintegrar a otro socio (S/N)?".
           ACCEPT w-continuar.
           PERFORM UNTIL w-continuar IS EQUAL "S"
                      OR w-continuar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-continuar
           END-PERFORM.

       310-INGRESAR-SOCIO.
      *    Only the whole credit is refunded: the position has to end
      *    at zero, the condition the baja checks for.
           MOVE "N" TO w-socio-valido.
           DISPLAY "Ingrese el nro. de socio a reintegrar".
           ACCEPT w-socio-ing.
           MOVE w-socio-ing TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "Error, el socio " w-socio-ing
                           " no existe en el padron"
               NOT INVALID KEY
                   PERFORM 315-CALCULAR-SALDO-FAVOR
           END-READ.

       315-CALCULAR-SALDO-FAVOR.
           MOVE w-socio-ing TO led-socio.
           READ LEDGER-SOCIOS
               INVALID KEY
                   DISPLAY "Error, el socio " w-socio-ing
                           " no tiene movimientos en el ledger"
               NOT INVALID KEY
                   SUBTRACT led-cargos FROM led-pagos
                       GIVING w-saldo-favor
                   IF w-saldo-favor IS > ZERO
                       MOVE "S" TO w-socio-valido
                   ELSE
                       DISPLAY "Error, el socio " w-socio-ing
                               " no tiene saldo a favor"
                   END-IF
           END-READ.

       320-PEDIR-MOTIVO.
           DISPLAY "Origen del saldo: S=saldo a favor, D=debito "
                   "bancario duplicado".
           ACCEPT w-motivo.
           PERFORM UNTIL w-motivo IS EQUAL "S"
                      OR w-motivo IS EQUAL "D"
               DISPLAY "Error, ingrese S o D"
               ACCEPT w-motivo
           END-PERFORM.

       350-APLICAR-REINTEGRO.
      *    The refund is a pago given back: a clase "P" reversa for
      *    the credit, so led-pagos drops to led-cargos and led-saldo
      *    moves by the same negative amount AuditarLedger will sum
      *    from ARCH-CORRECCIONES.
           MOVE w-fecha-hoy TO cor-fecha.
           MOVE w-socio-ing TO cor-socio.
           MOVE "P" TO cor-clase.
           MOVE "R" TO cor-mov.
           COMPUTE cor-importe = ZERO - w-saldo-favor.
           MOVE w-operador-id TO cor-operador.
           MOVE w-supervisor-id TO cor-supervisor.
           MOVE w-fecha-hoy TO cor-fecha-aplic.
           WRITE cor-reg.
           ADD cor-importe TO led-saldo
               ON SIZE ERROR
                   DISPLAY "ERROR: desborde en el saldo del ledger "
                           "del socio " w-socio-ing
           END-ADD.
           ADD cor-importe TO led-pagos.
           MOVE ZERO TO led-fecha-mora.
           REWRITE led-reg.
           MOVE w-socio-ing TO cg-socio.
           MOVE w-fecha-hoy TO gas-fecha.
           MOVE w-concepto-gasto TO gas-concepto.
           MOVE w-saldo-favor TO gas-importe.
           MOVE w-nro-reintegro TO gas-comprobante.
           MOVE w-operador-id TO gas-operador.
           MOVE w-supervisor-id TO gas-supervisor.
           WRITE gas-reg.
           MOVE w-nro-reintegro TO rei-nro.
           MOVE w-fecha-hoy TO rei-fecha.
           MOVE w-socio-ing TO rei-socio.
           MOVE w-saldo-favor TO rei-importe.
           MOVE w-motivo TO rei-motivo.
           MOVE w-operador-id TO rei-operador.
           MOVE w-supervisor-id TO rei-supervisor.
           WRITE rei-reg.
           PERFORM 360-IMPRIMIR-COMPROBANTE.
           ADD 1 TO w-cant-reintegros.
           ADD w-saldo-favor TO w-imp-reintegros.
           ADD 1 TO w-nro-reintegro.
           PERFORM 118-GRABAR-PROXIMO-REINTEGRO.

       360-IMPRIMIR-COMPROBANTE.
           MOVE w-nro-reintegro TO cl1-nro.
           MOVE w-fecha-hoy TO cl1-fecha.
           MOVE w-socio-ing TO cl2-socio.
           CALL "DIGITO-SOCIO" USING cl2-socio, cl2-dv.
           MOVE soc-nombre TO cl2-nombre.
           MOVE w-saldo-favor TO cl3-importe.
           IF w-motivo IS EQUAL "D"
               MOVE "(debito bancario duplicado)" TO cl3-motivo
           ELSE
               MOVE "(saldo a favor)" TO cl3-motivo
           END-IF.
           MOVE w-supervisor-id TO cl4-supervisor.
           MOVE w-operador-id TO cl4-operador.
           WRITE cpt-reg FROM cpt-linea1 AFTER 2.
           WRITE cpt-reg FROM cpt-linea2 AFTER 2.
           WRITE cpt-reg FROM cpt-linea3 AFTER 1.
           WRITE cpt-reg FROM cpt-linea4 AFTER 1.
           WRITE cpt-reg FROM cpt-linea5 AFTER 3.
           DISPLAY cpt-linea1.
           DISPLAY cpt-linea2.
           DISPLAY cpt-linea3.

       700-FIN.
           PERFORM 720-CERRAR-ARCHIVOS.
           PERFORM 128-LIBERAR-BLOQUEO.
           DISPLAY "Reintegros pagados en la sesion: "
                   w-cant-reintegros " por " w-imp-reintegros.

       720-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE LEDGER-SOCIOS.
           CLOSE ARCH-CORRECCIONES.
           CLOSE GASTOS.
           CLOSE REINTEGROS.
           CLOSE COMPROBANTE.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.

       END PROGRAM REINTEGRO-SALDO.
