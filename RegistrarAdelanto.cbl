      ******************************************************************
      * Author:
      * Date:
      * Purpose: Counter register of cuotas paid in advance. A family
      *          that pays a run of months (usually the whole year, in
      *          March) ahead gets the discount the supervisor
      *          authorizes, and the prepayment is registered in
      *          ADELANTOS: socio, months covered, the cuota those
      *          months would have cost, the discount granted and the
      *          amount actually paid. The pago itself is taken in the
      *          ordinary entry session, receipt and all, for the
      *          amount shown here. GenerarCuotas then bills each
      *          covered month only its share of what was paid, which
      *          the pago already on the ledger covers, and the
      *          unearned rest stays in the register for the
      *          month-end ReporteAdelantos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-ADELANTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
      *    ADELANTOS is the prepayment register, keyed by socio and
      *    first month covered, so a family can prepay year after
      *    year; estado "V" vigente, "T" terminado (every covered
      *    month billed).
           SELECT ADELANTOS
           ASSIGN TO "ADELANTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS adl-clave
           FILE STATUS IS ws-adelantos-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT TARIFAS
           ASSIGN TO "TARIFAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-tarifas-status.

      *    GRUPOS names each dependent's head of family; a dependent
      *    pays no cuota of its own, so only the head can prepay.
           SELECT GRUPOS
           ASSIGN TO "GRUPOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-grupos-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against; rol "S" marks a supervisor, and granting
      *    a discount requires one on the session.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ADELANTOS.
       01  adl-reg.
           03 adl-clave.
               05 adl-socio pic 9(5).
      *        AAAAMM of the first and last month covered.
               05 adl-mes-desde pic 9(6).
           03 adl-mes-hasta pic 9(6).
           03 adl-cant-meses pic 9(2).
      *    Monthly cuota in force for the socio's categoria on the
      *    first month covered, and what the months cost at it.
           03 adl-cuota-tarifa pic 9(7)v99.
           03 adl-importe-bruto pic 9(8)v99.
           03 adl-porc-descuento pic 9(2).
           03 adl-descuento pic 9(8)v99.
           03 adl-importe-pagado pic 9(8)v99.
      *    Share of the paid amount each covered month earns; the
      *    last month takes whatever the even split left over.
           03 adl-cuota-mensual pic 9(7)v99.
      *    What has not been earned yet: the club still owes the
      *    socio these months of service.
           03 adl-saldo pic 9(8)v99.
      *    Last AAAAMM GenerarCuotas billed out of the prepayment.
           03 adl-ultimo-mes pic 9(6).
           03 adl-estado pic x.
           03 adl-fecha-pago pic 9(8).
           03 adl-operador pic x(10).
           03 adl-supervisor pic x(10).

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

       FD  TARIFAS.
       01  tar-reg.
           03 tar-categoria pic x.
      *    First fecha (AAAAMMDD) this rate is in force; legacy lines
      *    without the field read non-numeric and count as in force
      *    since always.
           03 tar-vigencia pic 9(8).
           03 tar-importe pic 9(7)v99.

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-adelantos-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-tarifas-status pic xx.
       01  ws-grupos-status pic xx.
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
       01  filler REDEFINES w-fecha-hoy.
           03 w-hoy-aaaamm pic 9(6).
           03 filler pic 99.
       01  w-flag-tarifas pic 9 value zero.
       01  w-flag-grupos pic 9 value zero.
       01  w-flag-adelantos pic 9 value zero.
       01  w-tabla-tarifas.
           03 w-tarifa OCCURS 50 TIMES.
               05 w-tar-categoria pic x.
               05 w-tar-vigencia pic 9(8).
               05 w-tar-importe pic 9(7)v99.
       01  w-cant-tarifas pic 9(2) value zero.
       01  w-idx pic 9(2).
       01  w-tarifa-hallada pic x value "N".
       01  w-vigencia-hallada pic 9(8).
       01  w-importe-cuota pic 9(7)v99.
       01  w-tabla-cabezas.
           03 w-cabeza-de OCCURS 99999 TIMES pic 9(5).
       01  w-idx-gru pic 9(6).
       01  w-socio-ing pic 9(5).
       01  w-socio-valido pic x value "N".
       01  w-mes-desde pic 9(6).
       01  filler REDEFINES w-mes-desde.
           03 w-desde-aaaa pic 9(4).
           03 w-desde-mm pic 9(2).
       01  w-mes-hasta pic 9(6).
       01  filler REDEFINES w-mes-hasta.
           03 w-hasta-aaaa pic 9(4).
           03 w-hasta-mm pic 9(2).
       01  w-mes-valido pic x value "N".
       01  w-cant-meses pic 9(2).
       01  w-idx-mes pic 9(2).
      *    The tariff governing a month is the one in force on its
      *    first day.
       01  w-fecha-tarifa pic 9(8).
       01  w-porc-descuento pic 9(2).
      *    Highest discount a supervisor can grant at the counter;
      *    set in the site environment as ADELANTODTOMAX, 20 when
      *    unset.
       01  w-porc-maximo pic 9(2) value 20.
       01  w-porc-maximo-env pic x(2).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-importe-bruto pic 9(8)v99.
       01  w-descuento pic 9(8)v99.
       01  w-importe-pagado pic 9(8)v99.
       01  w-cuota-mensual pic 9(7)v99.
       01  w-superpuesto pic x value "N".
       01  w-confirmar pic x value "N".
       01  w-continuar pic x value "S".
       01  w-cant-adelantos pic 9(5) value zero.
       01  w-imp-adelantos pic s9(11)v99 value zero.
      *    Run-lock workbench: ADELANTOS is claimed in the BLOQUEOS
      *    register for the session, so the monthly generation cannot
      *    bill out of a prepayment half registered.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  w-bloqueo-tomado pic x value "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-REGISTRAR-ADELANTO
               UNTIL w-continuar IS NOT EQUAL "S".
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 122-PEDIR-OPERADOR.
           PERFORM 124-AUTORIZAR-SESION.
           PERFORM 110-CARGAR-PORC-MAXIMO.
           PERFORM 140-CARGAR-TARIFAS.
           PERFORM 150-CARGAR-GRUPOS.
           PERFORM 160-TOMAR-BLOQUEO.

       110-CARGAR-PORC-MAXIMO.
           ACCEPT w-porc-maximo-env FROM ENVIRONMENT
               "ADELANTODTOMAX".
           MOVE ZERO TO w-largo-env.
           INSPECT w-porc-maximo-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-porc-maximo-env(1:w-largo-env) IS NUMERIC
                   MOVE w-porc-maximo-env(1:w-largo-env)
                       TO w-porc-maximo
               ELSE
                   DISPLAY "AVISO: ADELANTODTOMAX " w-porc-maximo-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.

       120-ABRIR-ARCHIVOS.
           OPEN I-O ADELANTOS.
           IF ws-adelantos-status IS EQUAL "35"
               OPEN OUTPUT ADELANTOS
               CLOSE ADELANTOS
               OPEN I-O ADELANTOS
           END-IF.
           OPEN INPUT SOCIOS.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
           OPEN INPUT TARIFAS.
           IF ws-tarifas-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir TARIFAS, estado "
                       ws-tarifas-status
               STOP RUN
           END-IF.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.

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
      *    A discount on the cuota is a supervisor-level grant: a
      *    clerk can key the prepayment, but only with a
      *    supervisor's code on the session, and both codes go on
      *    every adl-reg written. A supervisor running it alone
      *    authorizes the session with the same code.
           IF w-oper-master IS NOT EQUAL "S"
               MOVE w-operador-id TO w-supervisor-id
           ELSE
               IF ope-rol IS EQUAL "S"
                   MOVE w-operador-id TO w-supervisor-id
               ELSE
                   PERFORM 126-VALIDAR-SUPERVISOR
                   IF w-supervisor-valido IS NOT EQUAL "S"
                       DISPLAY "Sin autorizacion de supervisor no "
                               "se pueden registrar adelantos, fin"
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

       140-CARGAR-TARIFAS.
           PERFORM 145-LEER-TARIFA.
           PERFORM UNTIL w-flag-tarifas IS EQUAL 1
                      OR w-cant-tarifas IS NOT < 50
               ADD 1 TO w-cant-tarifas
               MOVE tar-categoria TO w-tar-categoria(w-cant-tarifas)
               IF tar-vigencia IS NUMERIC
                   MOVE tar-vigencia TO
                       w-tar-vigencia(w-cant-tarifas)
               ELSE
                   MOVE ZERO TO w-tar-vigencia(w-cant-tarifas)
               END-IF
               MOVE tar-importe TO w-tar-importe(w-cant-tarifas)
               PERFORM 145-LEER-TARIFA
           END-PERFORM.
           CLOSE TARIFAS.

       145-LEER-TARIFA.
           READ TARIFAS AT END MOVE 1 TO w-flag-tarifas.

       150-CARGAR-GRUPOS.
           PERFORM 152-LIMPIAR-CABEZA
               VARYING w-idx-gru FROM 1 BY 1
               UNTIL w-idx-gru > 99999.
           OPEN INPUT GRUPOS.
           IF ws-grupos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-grupos
           ELSE
               PERFORM 155-LEER-GRUPO
           END-IF.
           PERFORM UNTIL w-flag-grupos IS EQUAL 1
               IF gru-miembro IS > ZERO
                       AND gru-cabeza IS > ZERO
                   MOVE gru-cabeza TO w-cabeza-de(gru-miembro)
               END-IF
               PERFORM 155-LEER-GRUPO
           END-PERFORM.
           IF ws-grupos-status IS NOT EQUAL "35"
               CLOSE GRUPOS
           END-IF.

       152-LIMPIAR-CABEZA.
           MOVE ZERO TO w-cabeza-de(w-idx-gru).

       155-LEER-GRUPO.
           READ GRUPOS AT END MOVE 1 TO w-flag-grupos.

       160-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "ADELANTOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede registrar, ADELANTOS esta en uso"
               STOP RUN
           END-IF.
           MOVE "S" TO w-bloqueo-tomado.

       165-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "ADELANTOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       300-REGISTRAR-ADELANTO.
           PERFORM 310-PEDIR-SOCIO.
           PERFORM 320-PEDIR-PERIODO.
           PERFORM 340-BUSCAR-TARIFA-VIGENTE.
           IF w-tarifa-hallada IS NOT EQUAL "S"
               DISPLAY "Error, la categoria " soc-categoria
                       " no tiene tarifa para " w-mes-desde
                       ", no se registra"
           ELSE
               PERFORM 330-VERIFICAR-SUPERPOSICION
               IF w-superpuesto IS EQUAL "S"
                   DISPLAY "Error, el socio ya tiene meses de ese "
                           "periodo pagados por adelantado"
               ELSE
                   PERFORM 350-PEDIR-DESCUENTO
                   PERFORM 360-CALCULAR-IMPORTES
                   PERFORM 370-CONFIRMAR-ADELANTO
               END-IF
           END-IF.
           DISPLAY "Desea registrar otro adelanto (S/N)?".
           ACCEPT w-continuar.
           PERFORM UNTIL w-continuar IS EQUAL "S"
                      OR w-continuar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-continuar
           END-PERFORM.

       310-PEDIR-SOCIO.
           MOVE "N" TO w-socio-valido.
           PERFORM 315-VALIDAR-SOCIO
               UNTIL w-socio-valido IS EQUAL "S".

       315-VALIDAR-SOCIO.
           DISPLAY "Ingrese el numero de socio".
           ACCEPT w-socio-ing.
           MOVE w-socio-ing TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "Error, el socio no existe"
               NOT INVALID KEY
                   IF soc-estado IS NOT EQUAL "A"
                       DISPLAY "Error, el socio no esta activo"
                   ELSE
                       IF w-cabeza-de(soc-numero) IS > ZERO
                           DISPLAY "Error, el socio es dependiente "
                                   "del socio "
                                   w-cabeza-de(soc-numero)
                                   ", el adelanto lo paga el titular"
                       ELSE
                           MOVE "S" TO w-socio-valido
                           DISPLAY "Socio: " soc-nombre
                                   " categoria " soc-categoria
                       END-IF
                   END-IF
           END-READ.

       320-PEDIR-PERIODO.
      *    The first month covered cannot be one already billed: the
      *    prepayment starts this month at the earliest.
           MOVE "N" TO w-mes-valido.
           PERFORM 322-VALIDAR-MES-DESDE
               UNTIL w-mes-valido IS EQUAL "S".
           DISPLAY "Ingrese la cantidad de meses que paga (1-12)".
           ACCEPT w-cant-meses.
           PERFORM UNTIL w-cant-meses IS > ZERO
                     AND w-cant-meses IS NOT > 12
               DISPLAY "Error, la cantidad de meses debe ser 1 a 12"
               ACCEPT w-cant-meses
           END-PERFORM.
           MOVE w-mes-desde TO w-mes-hasta.
           PERFORM 325-SUMAR-MES
               VARYING w-idx-mes FROM 2 BY 1
               UNTIL w-idx-mes > w-cant-meses.
           DISPLAY "Periodo cubierto: " w-mes-desde " a "
                   w-mes-hasta.

       322-VALIDAR-MES-DESDE.
           DISPLAY "Ingrese el primer mes que paga (AAAAMM)".
           ACCEPT w-mes-desde.
           IF w-desde-mm IS < 1 OR w-desde-mm IS > 12
               DISPLAY "Error, " w-mes-desde
                       " no es un mes AAAAMM valido"
           ELSE
               IF w-mes-desde IS < w-hoy-aaaamm
                   DISPLAY "Error, el mes " w-mes-desde
                           " ya paso"
               ELSE
                   MOVE "S" TO w-mes-valido
               END-IF
           END-IF.

       325-SUMAR-MES.
           IF w-hasta-mm IS EQUAL 12
               MOVE 1 TO w-hasta-mm
               ADD 1 TO w-hasta-aaaa
           ELSE
               ADD 1 TO w-hasta-mm
           END-IF.

       330-VERIFICAR-SUPERPOSICION.
      *    A socio can have several prepayments over the years, but
      *    no month can be paid twice.
           MOVE "N" TO w-superpuesto.
           MOVE ZERO TO w-flag-adelantos.
           MOVE w-socio-ing TO adl-socio.
           MOVE ZERO TO adl-mes-desde.
           START ADELANTOS KEY IS NOT < adl-clave
               INVALID KEY
                   MOVE 1 TO w-flag-adelantos
           END-START.
           IF w-flag-adelantos IS NOT EQUAL 1
               PERFORM 335-LEER-ADELANTO
           END-IF.
           PERFORM UNTIL w-flag-adelantos IS EQUAL 1
               IF adl-estado IS NOT EQUAL "X"
                       AND adl-mes-desde IS NOT > w-mes-hasta
                       AND adl-mes-hasta IS NOT < w-mes-desde
                   MOVE "S" TO w-superpuesto
               END-IF
               PERFORM 335-LEER-ADELANTO
           END-PERFORM.

       335-LEER-ADELANTO.
           READ ADELANTOS NEXT RECORD
               AT END MOVE 1 TO w-flag-adelantos
           END-READ.
           IF w-flag-adelantos IS NOT EQUAL 1
                   AND adl-socio IS NOT EQUAL w-socio-ing
               MOVE 1 TO w-flag-adelantos
           END-IF.

       340-BUSCAR-TARIFA-VIGENTE.
      *    Of the categoria's lines in force on the first day of the
      *    first month covered, the newest vigencia governs, the way
      *    GenerarCuotas picks it for a billed month; the prepayment
      *    holds that price for every month it covers.
           COMPUTE w-fecha-tarifa = w-mes-desde * 100 + 1.
           MOVE "N" TO w-tarifa-hallada.
           MOVE ZERO TO w-vigencia-hallada.
           PERFORM 345-BUSCAR-TARIFA
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-tarifas.

       345-BUSCAR-TARIFA.
           IF w-tar-categoria(w-idx) IS EQUAL soc-categoria
                   AND w-tar-vigencia(w-idx) IS NOT >
                       w-fecha-tarifa
               IF w-tarifa-hallada IS NOT EQUAL "S"
                       OR w-tar-vigencia(w-idx) IS NOT <
                           w-vigencia-hallada
                   MOVE "S" TO w-tarifa-hallada
                   MOVE w-tar-vigencia(w-idx)
                       TO w-vigencia-hallada
                   MOVE w-tar-importe(w-idx) TO w-importe-cuota
               END-IF
           END-IF.

       350-PEDIR-DESCUENTO.
           DISPLAY "Ingrese el porcentaje de descuento (0-"
                   w-porc-maximo ")".
           ACCEPT w-porc-descuento.
           PERFORM UNTIL w-porc-descuento IS NOT > w-porc-maximo
               DISPLAY "Error, el descuento no puede superar el "
                       w-porc-maximo " por ciento"
               ACCEPT w-porc-descuento
           END-PERFORM.

       360-CALCULAR-IMPORTES.
           COMPUTE w-importe-bruto = w-importe-cuota * w-cant-meses.
           COMPUTE w-descuento ROUNDED =
               w-importe-bruto * w-porc-descuento / 100.
           COMPUTE w-importe-pagado = w-importe-bruto - w-descuento.
      *    The even split, cents dropped; the last month covered
      *    earns the remainder.
           DIVIDE w-importe-pagado BY w-cant-meses
               GIVING w-cuota-mensual.

       370-CONFIRMAR-ADELANTO.
           DISPLAY "Cuota " w-importe-cuota " x " w-cant-meses
                   " meses = " w-importe-bruto.
           DISPLAY "Descuento " w-porc-descuento "% = " w-descuento
                   ", a cobrar " w-importe-pagado.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "S"
               PERFORM 380-GRABAR-ADELANTO
           ELSE
               DISPLAY "Adelanto descartado, no se graba"
           END-IF.

       380-GRABAR-ADELANTO.
           MOVE w-socio-ing TO adl-socio.
           MOVE w-mes-desde TO adl-mes-desde.
           MOVE w-mes-hasta TO adl-mes-hasta.
           MOVE w-cant-meses TO adl-cant-meses.
           MOVE w-importe-cuota TO adl-cuota-tarifa.
           MOVE w-importe-bruto TO adl-importe-bruto.
           MOVE w-porc-descuento TO adl-porc-descuento.
           MOVE w-descuento TO adl-descuento.
           MOVE w-importe-pagado TO adl-importe-pagado.
           MOVE w-cuota-mensual TO adl-cuota-mensual.
           MOVE w-importe-pagado TO adl-saldo.
           MOVE ZERO TO adl-ultimo-mes.
           MOVE "V" TO adl-estado.
           MOVE w-fecha-hoy TO adl-fecha-pago.
           MOVE w-operador-id TO adl-operador.
           MOVE w-supervisor-id TO adl-supervisor.
           WRITE adl-reg
               INVALID KEY
                   DISPLAY "Error, ya hay un adelanto del socio "
                           "desde " w-mes-desde
               NOT INVALID KEY
                   ADD 1 TO w-cant-adelantos
                   ADD w-importe-pagado TO w-imp-adelantos
                   DISPLAY "Adelanto registrado. Cobre "
                           w-importe-pagado " en la caja como pago "
                           "del socio " w-socio-ing
           END-WRITE.

       700-FIN.
           CLOSE ADELANTOS.
           CLOSE SOCIOS.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.
      *    A session refused at sign-on never took the lock, and
      *    must not release one someone else holds.
           IF w-bloqueo-tomado IS EQUAL "S"
               PERFORM 165-LIBERAR-BLOQUEO
           END-IF.
           DISPLAY "Adelantos registrados en la sesion: "
                   w-cant-adelantos " por " w-imp-adelantos.

       END PROGRAM REGISTRAR-ADELANTO.
