      ******************************************************************
      * Author:
      * Date:
      * Purpose: Installment generator for the cuotas extraordinarias
      *          registered in CAMPANIAS, run with the same fecha right
      *          after GenerarCuotas' monthly run. For every vigente
      *          campaign whose schedule has an installment due in the
      *          month of the fecha (and any earlier one a missed month
      *          left unbilled), each active socio of a categoria the
      *          campaign reaches is charged the installment under the
      *          campaign's own clase, straight into ARCHTRANS for
      *          OrdenarTrans and CabecAct. A dependent is not charged
      *          (the household contributes once, through its head, as
      *          with the cuota) and an exemption covering the fecha
      *          discounts or skips the installment the way it does
      *          the cuota. Every installment billed is registered in
      *          CAMPFACTURADO for the progress report, and the
      *          campaign remembers how many went out, so a second run
      *          in the same month bills nothing twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-EXTRAORDINARIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs, so the installments land in the same ARCHTRANS
      *    the pipeline drains.
           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

      *    CAMPANIAS is the campaign master MantenerCampanias keeps.
           SELECT CAMPANIAS
           ASSIGN TO "CAMPANIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cmp-codigo
           FILE STATUS IS ws-campanias-status.

      *    CAMPFACTURADO registers every installment billed (campaign,
      *    socio, installment number, fecha and importe); the progress
      *    report measures what was billed and collected against it.
           SELECT CAMP-FACTURADO
           ASSIGN TO "CAMPFACTURADO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-campfact-status.

      *    EXENCIONES is the dues-exemption master the commission
      *    grants through MantenerExenciones.
           SELECT EXENCIONES
           ASSIGN TO "EXENCIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS exe-socio
           FILE STATUS IS ws-exenciones-status.

      *    GRUPOS names each dependent's head of family.
           SELECT GRUPOS
           ASSIGN TO "GRUPOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-grupos-status.

      *    CLASES is the transaction-class master; a campaign whose
      *    clase is no longer registered on the charge side is not
      *    billed.
           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

      *    FECHAS-CTL is the fecha-status control file: the generated
      *    fecha is checked and registered here ("P" pendiente, with
      *    running counts) just as an entry session would.
           SELECT FECHAS-CTL
           ASSIGN TO "FECHASCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS fec-fecha
           FILE STATUS IS ws-fechasctl-status.

      *    OPERADORES is the operator master; writing charges
      *    straight into the pipeline is a supervisor-level action,
      *    so sign-on here requires an active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS.
       01  tr-cab-reg.
           03 tr-cab-tipo PIC X.
           03 tr-cab-fecha PIC 9(8).
      *    Sala/branch the header was keyed in, carried from entry
      *    onward so a questioned figure can be traced to its room.
           03 tr-cab-sala PIC 99.
       01  tr-det-reg.
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
      *    "T" trailer closing the generated fecha with its detail
      *    count and amount, verified by the chain downstream.
       01  tr-tra-reg.
           03 tr-tra-tipo PIC X.
           03 tr-tra-cant PIC 9(5).
           03 tr-tra-importe PIC S9(9)V99.

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

       FD  CAMPANIAS.
       01  cmp-reg.
           03 cmp-codigo pic x(4).
           03 cmp-nombre pic x(30).
      *    What each socio contributes over the whole campaign.
           03 cmp-importe-socio pic 9(7)v99.
      *    Categoria letters the campaign applies to; all spaces
      *    means every categoria.
           03 cmp-categorias pic x(10).
           03 cmp-cant-cuotas pic 9(2).
      *    AAAAMM of the month the first installment is billed.
           03 cmp-mes-inicio pic 9(6).
           03 cmp-clase pic x.
           03 cmp-estado pic x.
           03 cmp-cuotas-emitidas pic 9(2).
      *    Fecha of the last batch an installment went out under.
           03 cmp-fecha-ult-gen pic 9(8).
           03 cmp-fecha-alta pic 9(8).
           03 cmp-supervisor pic x(10).

       FD  CAMP-FACTURADO.
       01  cmf-reg.
           03 cmf-campania pic x(4).
           03 cmf-socio pic 9(5).
           03 cmf-cuota pic 9(2).
      *    The batch fecha the installment went out under, the fecha
      *    its charge carries in HISTORIAL and IMPUTACIONES.
           03 cmf-fecha pic 9(8).
           03 cmf-importe pic s9(7)v99.

       FD  EXENCIONES.
       01  exe-reg.
           03 exe-socio pic 9(5).
           03 exe-porcentaje pic 9(3).
           03 exe-fecha-desde pic 9(8).
           03 exe-fecha-hasta pic 9(8).
           03 exe-supervisor pic x(10).

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
           03 cls-descripcion pic x(20).
      *    "C" accumulates on the ledger's charge side (led-cargos),
      *    "P" on the payment side (led-pagos).
           03 cls-lado pic x.

       FD  FECHAS-CTL.
       01  fec-reg.
           03 fec-fecha pic 9(8).
           03 fec-estado pic x.
           03 fec-cant-reg pic 9(5).
           03 fec-importe pic s9(9)v99.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-arch-trans-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-campanias-status pic xx.
       01  ws-campfact-status pic xx.
       01  ws-exenciones-status pic xx.
       01  ws-grupos-status pic xx.
       01  ws-clases-status pic xx.
       01  ws-fechasctl-status pic xx.
       01  ws-operadores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
      *    then falls back to the old accept-any-code behaviour
      *    instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
      *    "N" when the site keeps no EXENCIONES master yet: every
      *    socio is then billed in full.
       01  w-exenciones-master pic x value "S".
       01  w-flag-socios pic 9 value zero.
       01  w-flag-campanias pic 9 value zero.
       01  w-flag-grupos pic 9 value zero.
       01  w-flag-clases pic 9 value zero.
       01  w-confirmar pic x value "N".
       01  w-cabecera-hecha pic x value "N".
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-factura pic 9(8).
       01  filler REDEFINES w-fecha-factura.
           03 w-fac-aaaa pic 9(4).
           03 w-fac-mm pic 9(2).
           03 w-fac-dd pic 9(2).
       01  w-fecha-valida pic x value "S".
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
      *    Months counted from year zero, so the schedule position of
      *    the billed month is a plain subtraction.
       01  w-meses-factura pic 9(6).
       01  w-meses-inicio pic 9(6).
       01  w-mes-inicio pic 9(6).
       01  filler REDEFINES w-mes-inicio.
           03 w-ini-aaaa pic 9(4).
           03 w-ini-mm pic 9(2).
      *    The vigente campaigns with installments to bill this run:
      *    from the first not yet emitted up to the one the billed
      *    month falls on.
       01  w-tabla-campanias.
           03 w-campania OCCURS 20 TIMES.
               05 w-cmp-codigo pic x(4).
               05 w-cmp-nombre pic x(30).
               05 w-cmp-importe pic 9(7)v99.
               05 w-cmp-categorias pic x(10).
               05 w-cmp-cant-cuotas pic 9(2).
               05 w-cmp-clase pic x.
               05 w-cmp-cuota-desde pic 9(2).
               05 w-cmp-cuota-hasta pic 9(2).
               05 w-cmp-importe-cuota pic 9(7)v99.
               05 w-cmp-cant-cargos pic 9(5).
               05 w-cmp-imp-cargos pic s9(9)v99.
       01  w-cant-campanias pic 9(2) value zero.
       01  w-idx-cmp pic 9(2).
       01  w-cuota pic 9(2).
       01  w-importe-cargo pic 9(7)v99.
       01  w-porcentaje-exento pic 9(3).
       01  w-categoria-alcanzada pic x.
       01  w-idx-cat pic 9(2).
       01  w-clase-registrada pic x.
      *    The charge-side clase letters registered in CLASES.
       01  w-tabla-clases.
           03 w-cls-cargo OCCURS 20 TIMES pic x.
       01  w-cant-clases pic 9(2) value zero.
       01  w-idx-clase pic 9(2).
      *    Head of family per socio, indexed directly by the socio
      *    number (zero = no group).
       01  w-tabla-cabezas.
           03 w-cabeza-de OCCURS 99999 TIMES pic 9(5).
       01  w-idx-gru pic 9(6).
       01  w-cant-dependientes pic 9(5) value zero.
       01  w-cant-exentos pic 9(5) value zero.
      *    Detail rows and amount written under the batch fecha, the
      *    figures its closing "T" trailer carries.
       01  w-cant-lote pic 9(5) value zero.
       01  w-imp-lote pic s9(9)v99 value zero.
      *    Run-lock workbench: ARCHTRANS and CAMPANIAS are claimed in
      *    the BLOQUEOS register before any installment goes out and
      *    released at the normal end of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PEDIR-FECHA.
           PERFORM 250-CARGAR-CAMPANIAS.
           IF w-cant-campanias IS EQUAL ZERO
               DISPLAY "No hay cuotas extraordinarias que emitir "
                       "para el mes de la fecha " w-fecha-factura
           ELSE
               PERFORM 300-CONFIRMAR-GENERACION
               IF w-confirmar IS EQUAL "S"
                   PERFORM 400-GENERAR-BATCH
                   PERFORM 500-ACTUALIZAR-CAMPANIAS
                   PERFORM 690-GRABAR-TRAILER
               ELSE
                   DISPLAY "Generacion cancelada, no se grabo nada"
               END-IF
           END-IF.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-CARGAR-GRUPOS.
           PERFORM 140-CARGAR-CLASES.
           PERFORM 150-TOMAR-BLOQUEO.

       105-PEDIR-SUPERVISOR.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.
           DISPLAY "Ingrese su codigo de supervisor".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 106-VALIDAR-SUPERVISOR
                   UNTIL w-operador-valido IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.

       106-VALIDAR-SUPERVISOR.
           MOVE w-operador-id TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "Error, el codigo no figura en el maestro"
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
                   END-IF
           END-READ.
           IF w-operador-valido IS NOT EQUAL "S"
               DISPLAY "Ingrese su codigo de supervisor"
               ACCEPT w-operador-id
           END-IF.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
      *    SOCIOS is the member master this whole run iterates over;
      *    a missing/unopenable file has to stop the run here instead
      *    of failing later on the first READ.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
           OPEN I-O CAMPANIAS.
           IF ws-campanias-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir CAMPANIAS, estado "
                       ws-campanias-status
               STOP RUN
           END-IF.
           OPEN EXTEND ARCH-TRANS.
           IF ws-arch-trans-status IS EQUAL "35"
               OPEN OUTPUT ARCH-TRANS
           END-IF.
           OPEN EXTEND CAMP-FACTURADO.
           IF ws-campfact-status IS EQUAL "35"
               OPEN OUTPUT CAMP-FACTURADO
           END-IF.
           OPEN I-O FECHAS-CTL.
           IF ws-fechasctl-status IS EQUAL "35"
               OPEN OUTPUT FECHAS-CTL
               CLOSE FECHAS-CTL
               OPEN I-O FECHAS-CTL
           END-IF.
           OPEN INPUT EXENCIONES.
           IF ws-exenciones-status IS NOT EQUAL "00"
               MOVE "N" TO w-exenciones-master
           END-IF.

       130-CARGAR-GRUPOS.
           PERFORM 132-LIMPIAR-CABEZA
               VARYING w-idx-gru FROM 1 BY 1
               UNTIL w-idx-gru > 99999.
           OPEN INPUT GRUPOS.
           IF ws-grupos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-grupos
           ELSE
               PERFORM 134-LEER-GRUPO
           END-IF.
           PERFORM UNTIL w-flag-grupos IS EQUAL 1
               IF gru-miembro IS > ZERO
                       AND gru-cabeza IS > ZERO
                   MOVE gru-cabeza TO w-cabeza-de(gru-miembro)
               END-IF
               PERFORM 134-LEER-GRUPO
           END-PERFORM.
           IF ws-grupos-status IS NOT EQUAL "35"
               CLOSE GRUPOS
           END-IF.

       132-LIMPIAR-CABEZA.
           MOVE ZERO TO w-cabeza-de(w-idx-gru).

       134-LEER-GRUPO.
           READ GRUPOS AT END MOVE 1 TO w-flag-grupos.

       140-CARGAR-CLASES.
           OPEN INPUT CLASES.
           IF ws-clases-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-clases
           ELSE
               PERFORM 145-LEER-CLASE
           END-IF.
           PERFORM UNTIL w-flag-clases IS EQUAL 1
                      OR w-cant-clases IS NOT < 20
               IF cls-lado IS EQUAL "C"
                   ADD 1 TO w-cant-clases
                   MOVE cls-codigo TO w-cls-cargo(w-cant-clases)
               END-IF
               PERFORM 145-LEER-CLASE
           END-PERFORM.
           IF ws-clases-status IS NOT EQUAL "35"
               CLOSE CLASES
           END-IF.

       145-LEER-CLASE.
           READ CLASES AT END MOVE 1 TO w-flag-clases.

       150-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede generar, ARCHTRANS esta en uso"
               STOP RUN
           END-IF.
           MOVE "T" TO w-blq-accion.
           MOVE "CAMPANIAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede generar, CAMPANIAS esta en uso"
               MOVE "L" TO w-blq-accion
               MOVE "ARCHTRANS" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "CAMPANIAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           MOVE "L" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       200-PEDIR-FECHA.
           DISPLAY "Ingrese la fecha de facturacion (AAAAMMDD), la "
                   "misma de la corrida de cuotas".
           ACCEPT w-fecha-factura.
           PERFORM 215-VALIDAR-FECHA.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Ingrese la fecha de facturacion (AAAAMMDD)"
               ACCEPT w-fecha-factura
               PERFORM 215-VALIDAR-FECHA
           END-PERFORM.
           COMPUTE w-meses-factura = w-fac-aaaa * 12 + w-fac-mm.

       215-VALIDAR-FECHA.
      *    A genuine AAAAMMDD date, not in the future; the fecha may
      *    already be pendiente (the month's cuotas went out under
      *    it), but a cerrada one takes no more rows.
           MOVE "S" TO w-fecha-valida.
           PERFORM 230-VALIDAR-CALENDARIO.
           IF w-fecha-valida IS EQUAL "S"
               MOVE w-fecha-factura TO fec-fecha
               READ FECHAS-CTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fec-estado IS EQUAL "C"
                           DISPLAY "Error, la fecha "
                                   w-fecha-factura " ya esta cerrada"
                           MOVE "N" TO w-fecha-valida
                       END-IF
               END-READ
           END-IF.

       230-VALIDAR-CALENDARIO.
           IF w-fac-mm IS < 1 OR w-fac-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-fac-mm) TO w-dias-limite
               IF w-fac-mm IS EQUAL 2
                   PERFORM 235-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-fac-dd IS < 1
                       OR w-fac-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.
           IF w-fecha-valida IS EQUAL "S"
                   AND w-fecha-factura IS > w-fecha-hoy
               MOVE "N" TO w-fecha-valida
           END-IF.
           IF w-fecha-valida IS EQUAL "N"
               DISPLAY "Error, la fecha " w-fecha-factura
                       " no es una fecha AAAAMMDD valida"
           END-IF.

       235-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-fac-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-fac-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-fac-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       250-CARGAR-CAMPANIAS.
           MOVE LOW-VALUES TO cmp-codigo.
           START CAMPANIAS KEY IS NOT < cmp-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-campanias
           END-START.
           IF w-flag-campanias IS NOT EQUAL 1
               PERFORM 255-LEER-CAMPANIA
           END-IF.
           PERFORM UNTIL w-flag-campanias IS EQUAL 1
                      OR w-cant-campanias IS NOT < 20
               IF cmp-estado IS EQUAL "V"
                   PERFORM 260-PROGRAMAR-CAMPANIA
               END-IF
               PERFORM 255-LEER-CAMPANIA
           END-PERFORM.

       255-LEER-CAMPANIA.
           READ CAMPANIAS NEXT RECORD
               AT END MOVE 1 TO w-flag-campanias
           END-READ.

       260-PROGRAMAR-CAMPANIA.
      *    The installment the billed month falls on, capped at the
      *    last; everything after the ones already emitted up to it
      *    goes out now, so a month the run was skipped is caught up
      *    instead of lost.
           MOVE cmp-mes-inicio TO w-mes-inicio.
           COMPUTE w-meses-inicio = w-ini-aaaa * 12 + w-ini-mm.
           IF w-meses-factura IS NOT < w-meses-inicio
               COMPUTE w-cuota = w-meses-factura - w-meses-inicio + 1
                   ON SIZE ERROR
                       MOVE cmp-cant-cuotas TO w-cuota
               END-COMPUTE
               IF w-cuota IS > cmp-cant-cuotas
                   MOVE cmp-cant-cuotas TO w-cuota
               END-IF
               IF w-cuota IS > cmp-cuotas-emitidas
                   PERFORM 265-VERIFICAR-CLASE
                   IF w-clase-registrada IS EQUAL "S"
                       PERFORM 270-AGREGAR-CAMPANIA
                   ELSE
                       DISPLAY "AVISO: la campania " cmp-codigo
                               " tiene la clase " cmp-clase
                               " fuera de CLASES, no se emite"
                   END-IF
               END-IF
           END-IF.

       265-VERIFICAR-CLASE.
           MOVE "N" TO w-clase-registrada.
           PERFORM 267-COTEJAR-CLASE
               VARYING w-idx-clase FROM 1 BY 1
               UNTIL w-idx-clase > w-cant-clases.

       267-COTEJAR-CLASE.
           IF w-cls-cargo(w-idx-clase) IS EQUAL cmp-clase
               MOVE "S" TO w-clase-registrada
           END-IF.

       270-AGREGAR-CAMPANIA.
           ADD 1 TO w-cant-campanias.
           MOVE cmp-codigo TO w-cmp-codigo(w-cant-campanias).
           MOVE cmp-nombre TO w-cmp-nombre(w-cant-campanias).
           MOVE cmp-importe-socio TO w-cmp-importe(w-cant-campanias).
           MOVE cmp-categorias TO
               w-cmp-categorias(w-cant-campanias).
           MOVE cmp-cant-cuotas TO
               w-cmp-cant-cuotas(w-cant-campanias).
           MOVE cmp-clase TO w-cmp-clase(w-cant-campanias).
           COMPUTE w-cmp-cuota-desde(w-cant-campanias) =
               cmp-cuotas-emitidas + 1.
           MOVE w-cuota TO w-cmp-cuota-hasta(w-cant-campanias).
      *    The even split, cents dropped; the last installment picks
      *    them up so the socio pays exactly the voted total.
           DIVIDE cmp-importe-socio BY cmp-cant-cuotas
               GIVING w-cmp-importe-cuota(w-cant-campanias).
           MOVE ZERO TO w-cmp-cant-cargos(w-cant-campanias).
           MOVE ZERO TO w-cmp-imp-cargos(w-cant-campanias).

       300-CONFIRMAR-GENERACION.
           PERFORM 310-MOSTRAR-CAMPANIA
               VARYING w-idx-cmp FROM 1 BY 1
               UNTIL w-idx-cmp > w-cant-campanias.
           DISPLAY "Se emitiran esas cuotas extraordinarias con la "
                   "fecha " w-fecha-factura ". Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.

       310-MOSTRAR-CAMPANIA.
           DISPLAY w-cmp-codigo(w-idx-cmp) " "
                   w-cmp-nombre(w-idx-cmp) " cuota "
                   w-cmp-cuota-desde(w-idx-cmp) " a "
                   w-cmp-cuota-hasta(w-idx-cmp) " de "
                   w-cmp-cant-cuotas(w-idx-cmp) " clase "
                   w-cmp-clase(w-idx-cmp).

       400-GENERAR-BATCH.
           PERFORM 410-LEER-SOCIO.
           PERFORM UNTIL w-flag-socios IS EQUAL 1
               IF soc-estado IS EQUAL "A"
                   IF w-cabeza-de(soc-numero) IS > ZERO
                       ADD 1 TO w-cant-dependientes
                   ELSE
                       PERFORM 420-APLICAR-EXENCION
                       PERFORM 430-GENERAR-SOCIO
                           VARYING w-idx-cmp FROM 1 BY 1
                           UNTIL w-idx-cmp > w-cant-campanias
                   END-IF
               END-IF
               PERFORM 410-LEER-SOCIO
           END-PERFORM.
           DISPLAY "Dependientes sin cuota propia: "
                   w-cant-dependientes ", exentos: " w-cant-exentos.

       410-LEER-SOCIO.
           READ SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-socios
           END-READ.

       420-APLICAR-EXENCION.
      *    The exemption the commission granted on the cuota covers
      *    the levy too, for whatever part of it runs on the fecha.
           MOVE ZERO TO w-porcentaje-exento.
           IF w-exenciones-master IS EQUAL "S"
               MOVE soc-numero TO exe-socio
               READ EXENCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF exe-fecha-desde IS NOT > w-fecha-factura
                               AND (exe-fecha-hasta IS EQUAL ZERO
                                 OR exe-fecha-hasta IS NOT <
                                     w-fecha-factura)
                           MOVE exe-porcentaje TO w-porcentaje-exento
                       END-IF
               END-READ
           END-IF.

       430-GENERAR-SOCIO.
           PERFORM 435-VERIFICAR-CATEGORIA.
           IF w-categoria-alcanzada IS EQUAL "S"
               IF w-porcentaje-exento IS NOT < 100
                   ADD 1 TO w-cant-exentos
               ELSE
                   PERFORM 440-GENERAR-CUOTA
                       VARYING w-cuota
                       FROM w-cmp-cuota-desde(w-idx-cmp) BY 1
                       UNTIL w-cuota > w-cmp-cuota-hasta(w-idx-cmp)
               END-IF
           END-IF.

       435-VERIFICAR-CATEGORIA.
           IF w-cmp-categorias(w-idx-cmp) IS EQUAL SPACES
               MOVE "S" TO w-categoria-alcanzada
           ELSE
               MOVE "N" TO w-categoria-alcanzada
               PERFORM 437-COTEJAR-CATEGORIA
                   VARYING w-idx-cat FROM 1 BY 1
                   UNTIL w-idx-cat > 10
           END-IF.

       437-COTEJAR-CATEGORIA.
           IF w-cmp-categorias(w-idx-cmp)(w-idx-cat:1) IS EQUAL
                   soc-categoria
               MOVE "S" TO w-categoria-alcanzada
           END-IF.

       440-GENERAR-CUOTA.
           IF w-cuota IS EQUAL w-cmp-cant-cuotas(w-idx-cmp)
               COMPUTE w-importe-cargo = w-cmp-importe(w-idx-cmp)
                   - w-cmp-importe-cuota(w-idx-cmp)
                   * (w-cmp-cant-cuotas(w-idx-cmp) - 1)
           ELSE
               MOVE w-cmp-importe-cuota(w-idx-cmp) TO w-importe-cargo
           END-IF.
           IF w-porcentaje-exento IS > ZERO
               COMPUTE w-importe-cargo ROUNDED =
                   w-importe-cargo * (100 - w-porcentaje-exento) / 100
           END-IF.
           IF w-importe-cargo IS > ZERO
               PERFORM 450-GRABAR-CABECERA
               MOVE "D" TO tr-det-tipo
               MOVE w-cmp-clase(w-idx-cmp) TO tr-det-clase
               MOVE "N" TO tr-det-mov
               MOVE soc-numero TO tr-det-socio
               MOVE w-importe-cargo TO tr-det-importe
               MOVE 1 TO tr-det-sala
      *        A generated charge moves no money over the counter, so
      *        it carries no medio de pago.
               MOVE SPACE TO tr-det-medio
               WRITE tr-det-reg
               PERFORM 460-ACTUALIZAR-FECHA-CTL
               MOVE w-cmp-codigo(w-idx-cmp) TO cmf-campania
               MOVE soc-numero TO cmf-socio
               MOVE w-cuota TO cmf-cuota
               MOVE w-fecha-factura TO cmf-fecha
               MOVE w-importe-cargo TO cmf-importe
               WRITE cmf-reg
               ADD 1 TO w-cmp-cant-cargos(w-idx-cmp)
               ADD w-importe-cargo TO w-cmp-imp-cargos(w-idx-cmp)
           END-IF.

       450-GRABAR-CABECERA.
      *    The "C" header for the batch fecha is written once, on the
      *    first installment actually billed. The fecha usually
      *    already holds the month's cuotas pendiente; it keeps its
      *    counts, the same way the sala merge registers one, and
      *    OrdenarTrans drops the duplicate header.
           IF w-cabecera-hecha IS NOT EQUAL "S"
               MOVE "C" TO tr-cab-tipo
               MOVE w-fecha-factura TO tr-cab-fecha
      *        Generated batches are produced centrally, in the main
      *        sala.
               MOVE 1 TO tr-cab-sala
               WRITE tr-cab-reg
               MOVE w-fecha-factura TO fec-fecha
               MOVE "P" TO fec-estado
               MOVE ZERO TO fec-cant-reg
               MOVE ZERO TO fec-importe
               WRITE fec-reg
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "S" TO w-cabecera-hecha
           END-IF.

       460-ACTUALIZAR-FECHA-CTL.
           MOVE w-fecha-factura TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO fec-cant-reg
                   ADD tr-det-importe TO fec-importe
                   REWRITE fec-reg
           END-READ.
      *    The same row also counts toward the batch's closing "T"
      *    trailer.
           ADD 1 TO w-cant-lote.
           ADD tr-det-importe TO w-imp-lote.

       500-ACTUALIZAR-CAMPANIAS.
           PERFORM 510-ACTUALIZAR-CAMPANIA
               VARYING w-idx-cmp FROM 1 BY 1
               UNTIL w-idx-cmp > w-cant-campanias.

       510-ACTUALIZAR-CAMPANIA.
           MOVE w-cmp-codigo(w-idx-cmp) TO cmp-codigo.
           READ CAMPANIAS
               INVALID KEY
                   DISPLAY "ERROR: la campania " cmp-codigo
                           " desaparecio de CAMPANIAS"
               NOT INVALID KEY
                   MOVE w-cmp-cuota-hasta(w-idx-cmp) TO
                       cmp-cuotas-emitidas
                   MOVE w-fecha-factura TO cmp-fecha-ult-gen
                   IF cmp-cuotas-emitidas IS NOT < cmp-cant-cuotas
                       MOVE "T" TO cmp-estado
                   END-IF
                   REWRITE cmp-reg
           END-READ.
           DISPLAY "Campania " w-cmp-codigo(w-idx-cmp) ": "
                   w-cmp-cant-cargos(w-idx-cmp) " cuotas por "
                   w-cmp-imp-cargos(w-idx-cmp).

       690-GRABAR-TRAILER.
      *    The generated fecha closes with a "T" control record
      *    carrying its detail count and amount, the same trailer the
      *    entry program leaves, so the chain can verify the batch; a
      *    run that billed nobody has no header and needs none.
           IF w-cabecera-hecha IS EQUAL "S"
               MOVE "T" TO tr-tra-tipo
               MOVE w-cant-lote TO tr-tra-cant
               MOVE w-imp-lote TO tr-tra-importe
               WRITE tr-tra-reg
           END-IF.

       700-FIN.
           CLOSE ARCH-TRANS.
           CLOSE SOCIOS.
           CLOSE CAMPANIAS.
           CLOSE CAMP-FACTURADO.
           CLOSE FECHAS-CTL.
           IF w-exenciones-master IS EQUAL "S"
               CLOSE EXENCIONES
           END-IF.
           PERFORM 160-LIBERAR-BLOQUEO.

       END PROGRAM GENERAR-EXTRAORDINARIAS.
