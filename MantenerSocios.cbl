      * Date:
      * Purpose: Maintenance of the SOCIOS member master, until now
      *          hand-built outside the system. Registers a new socio
      *          (numero, nombre, estado, categoria, fechas de
      *          nacimiento and ingreso), changes a nombre or the
      *          fechas, and marks a baja, logging every change to
      *          AUDITSOCIOS the same way ARCH-AUDITORIA logs entry
      *          sessions. A baja is
      *          refused while the socio's LEDGER-SOCIOS charges are
      *          not settled by his payments, so numbers still owing
      *          money are never retired. A socio dado de baja comes
      *          back through the reingreso under the same number,
      *          with the seniority of the original ingreso: the
      *          closing position the ledger and SALDOSANUALES hold
      *          must be settled or refinanced by a vigente convenio,
      *          the statutory readmission fee is charged into
      *          ARCHTRANS under its registered clase, and the event
      *          is logged to AUDITSOCIOS as its own action, so the
      *          padron reports tell a readmitted member from a new
      *          one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS con-socio
           FILE STATUS IS ws-contactos-status.

      *    The reingreso's readmission fee goes into the same
      *    ARCHTRANS the pipeline drains, under today's fecha, which
      *    is checked and registered in FECHAS-CTL the same way the
      *    convenio register does it.
           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

           SELECT FECHAS-CTL
           ASSIGN TO "FECHASCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS fec-fecha
           FILE STATUS IS ws-fechasctl-status.

      *    CLASES must carry the readmission fee's clase on the
      *    charge side before any reingreso can be charged.
           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

      *    CONVENIOS tells whether a former socio's remaining debt is
      *    already refinanced; SALDOSANUALES holds the position each
      *    cierre de ejercicio froze.
           SELECT CONVENIOS
           ASSIGN TO "CONVENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cvn-socio
           FILE STATUS IS ws-convenios-status.

           SELECT SALDOS-ANUALES
           ASSIGN TO "SALDOSANUALES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-anuales-status.

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
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).

       FD  CONTACTOS.
       01  con-reg.
           03 con-socio pic 9(5).
           03 con-domicilio pic x(30).
           03 con-localidad pic x(20).
           03 con-telefono pic x(15).

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
      *    "T" trailer closing the reingreso's fecha with its detail
      *    count and amount, verified by the chain downstream.
       01  tr-tra-reg.
           03 tr-tra-tipo PIC X.
           03 tr-tra-cant PIC 9(5).
           03 tr-tra-importe PIC S9(9)V99.

       FD  FECHAS-CTL.
       01  fec-reg.
           03 fec-fecha pic 9(8).
           03 fec-estado pic x.
           03 fec-cant-reg pic 9(5).
           03 fec-importe pic s9(9)v99.

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
           03 cls-descripcion pic x(20).
      *    "C" accumulates on the ledger's charge side (led-cargos),
      *    "P" on the payment side (led-pagos).
           03 cls-lado pic x.

       FD  CONVENIOS.
       01  cvn-reg.
           03 cvn-socio pic 9(5).
           03 cvn-estado pic x.
           03 cvn-fecha-alta pic 9(8).
           03 cvn-importe-total pic s9(8)v99.
           03 cvn-cant-cuotas pic 9(3).
           03 cvn-importe-cuota pic s9(7)v99.
           03 cvn-cuotas-generadas pic 9(3).
           03 cvn-pagos-base pic s9(8)v99.
           03 cvn-fecha-ult-gen pic 9(8).
           03 cvn-supervisor pic x(10).

       FD  SALDOS-ANUALES.
       01  san-reg.
           03 san-anio pic 9(4).
           03 san-socio pic 9(5).
           03 san-saldo pic s9(8)v99.
           03 san-cargos pic s9(8)v99.
           03 san-pagos pic s9(8)v99.
           03 san-corrida-fecha pic 9(8).
           03 san-corrida-hora pic 9(6).

       WORKING-STORAGE SECTION.
       01  ws-socios-status pic xx.
       01  ws-ledger-status pic xx.
      *    instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.

      *    Run-lock workbench: SOCIOS is claimed in the BLOQUEOS
      *    register for the session and released at the normal end
       01  w-blq-resultado pic x.

       01  w-opcion pic x.
       01  w-socio-ing pic 9(5).
       01  w-nombre-ing pic x(30).
       01  w-estado-ing pic x.
       01  w-categoria-ing pic x.
       01  w-localidad-ing pic x(20).
       01  w-telefono-ing pic x(15).
       01  w-contacto-existia pic x value "N".
       01  w-dv-calc pic 9.
      *    Fechas de ingreso and nacimiento as keyed, and the
      *    calendar workbench both are checked with: a real AAAAMMDD
      *    day, never after today.
       01  w-ingreso-ing pic 9(8).
       01  w-nacimiento-ing pic 9(8).
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-prueba pic 9(8).
       01  filler REDEFINES w-fecha-prueba.
           03 w-prueba-aaaa pic 9(4).
           03 w-prueba-mm pic 9(2).
           03 w-prueba-dd pic 9(2).
       01  w-fecha-valida pic x.
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
       01  ws-arch-trans-status pic xx.
       01  ws-fechasctl-status pic xx.
       01  ws-clases-status pic xx.
       01  ws-convenios-status pic xx.
       01  ws-anuales-status pic xx.
      *    Rol of the signed-on operator: a reingreso charges the
      *    readmission fee straight into the pipeline, a
      *    supervisor-level action like every other generated charge.
       01  w-operador-rol pic x value "S".
      *    The statutory readmission fee; CUOTAREINGRESO (in
      *    centavos) overrides the compiled-in amount and
      *    CLASEREINGRESO the clase letter it is charged under,
      *    without a recompile, the same environment-variable lookup
      *    the IMPORTEMAX ceiling uses.
       01  w-cuota-reingreso pic 9(7)v99 value 20000,00.
       01  w-cuota-reingreso-env pic x(10).
       01  w-cuota-reingreso-cents pic 9(9) value zero.
       01  w-clase-reingreso pic x value "R".
       01  w-clase-reingreso-env pic x(10).
       01  w-cuota-imp pic zz.zzz.zz9,99.
      *    The former socio's closing position: the last ejercicio
      *    SALDOSANUALES froze for the number, and what the ledger
      *    still holds today (which carries that position forward
      *    from the cierre onward).
       01  w-cierre-anio pic 9(4).
       01  w-cierre-deuda pic s9(8)v99.
       01  w-deuda-reingreso pic s9(8)v99.
       01  w-hay-ledger pic x.
       01  w-flag-anuales pic 9 value zero.
       01  w-flag-clases pic 9 value zero.
       01  w-clase-registrada pic x.
       01  w-convenio-vigente pic x.
       01  w-confirmar pic x value "N".
       01  w-fecha-cerrada pic x.
      *    Detail rows and amount written under the reingreso's
      *    fecha, the figures its closing "T" trailer carries.
       01  w-cant-lote pic 9(5) value zero.
       01  w-imp-lote pic s9(9)v99 value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       IF w-opcion IS EQUAL "D"
                           PERFORM 450-MANTENER-CONTACTO
                       ELSE
                           IF w-opcion IS EQUAL "I"
                               PERFORM 470-MODIFICAR-FECHAS
                           ELSE
                               IF w-opcion IS EQUAL "R"
                                   PERFORM 550-REINGRESO-SOCIO
                               ELSE
                                   PERFORM 500-BAJA-SOCIO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 110-CARGAR-REINGRESO.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-PEDIR-OPERADOR.
           PERFORM 140-TOMAR-BLOQUEO.
               CLOSE SOCIOS
               CLOSE LEDGER-SOCIOS
               CLOSE AUDIT-SOCIOS
               CLOSE FECHAS-CTL
               IF ws-convenios-status IS NOT EQUAL "35"
                   CLOSE CONVENIOS
               END-IF
               IF w-oper-master IS EQUAL "S"
                   CLOSE OPERADORES
               END-IF
               STOP RUN
           END-IF.

       110-CARGAR-REINGRESO.
           ACCEPT w-cuota-reingreso-env FROM ENVIRONMENT
               "CUOTAREINGRESO".
           IF w-cuota-reingreso-env IS NOT EQUAL SPACES
               MOVE w-cuota-reingreso-env TO w-cuota-reingreso-cents
               COMPUTE w-cuota-reingreso =
                   w-cuota-reingreso-cents / 100
           END-IF.
           ACCEPT w-clase-reingreso-env FROM ENVIRONMENT
               "CLASEREINGRESO".
           IF w-clase-reingreso-env IS NOT EQUAL SPACES
               MOVE w-clase-reingreso-env TO w-clase-reingreso
           END-IF.

       145-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           IF ws-audit-status IS EQUAL "35"
               OPEN OUTPUT AUDIT-SOCIOS
           END-IF.
      *    FECHAS-CTL takes the reingreso's fecha; CONVENIOS is only
      *    consulted, and a site that never opened one has nothing
      *    refinanced (status 35 is checked where it is read).
           OPEN I-O FECHAS-CTL.
           IF ws-fechasctl-status IS EQUAL "35"
               OPEN OUTPUT FECHAS-CTL
               CLOSE FECHAS-CTL
               OPEN I-O FECHAS-CTL
           END-IF.
           OPEN INPUT CONVENIOS.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
                           "maestro"
               NOT INVALID KEY
                   IF ope-activo IS EQUAL "S"
                       CALL "VALIDAR-CLAVE" USING ope-codigo,
                           w-clave-valida
                       IF w-clave-valida IS EQUAL "S"
                           MOVE "S" TO w-operador-valido
                           MOVE ope-rol TO w-operador-rol
                           DISPLAY "Operador: " ope-nombre
                       END-IF
                   ELSE
                       DISPLAY "Error, el operador esta inactivo"
                   END-IF
           DISPLAY "A = alta de socio".
           DISPLAY "M = modificar nombre".
           DISPLAY "D = domicilio y contacto".
           DISPLAY "I = fechas de ingreso y nacimiento".
           DISPLAY "B = baja de socio".
           DISPLAY "R = reingreso de un socio dado de baja".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "M"
                      OR w-opcion IS EQUAL "D"
                      OR w-opcion IS EQUAL "I"
                      OR w-opcion IS EQUAL "B"
                      OR w-opcion IS EQUAL "R"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese A, M, D, I, B, R o F"
               ACCEPT w-opcion
           END-PERFORM.

           END-READ.

       305-PEDIR-NUMERO-ALTA.
      *    New numbers run 1-99999; the entry program's by-name
      *    search is asked with a letter, so no socio number is
      *    held back for it.
           DISPLAY "Ingrese el nro. de socio (1-99999)".
           ACCEPT w-socio-ing.
           PERFORM UNTIL w-socio-ing IS > ZERO
               DISPLAY "Error, el nro. de socio debe ser 1 a 99999"
               ACCEPT w-socio-ing
           END-PERFORM.

           PERFORM 330-PEDIR-NOMBRE.
           PERFORM 340-PEDIR-ESTADO.
           PERFORM 345-PEDIR-CATEGORIA.
           PERFORM 350-PEDIR-FECHAS.
           MOVE w-socio-ing TO soc-numero.
           MOVE w-nombre-ing TO soc-nombre.
           MOVE w-estado-ing TO soc-estado.
           MOVE w-categoria-ing TO soc-categoria.
           MOVE w-ingreso-ing TO soc-fecha-ingreso.
           MOVE w-nacimiento-ing TO soc-fecha-nacimiento.
           WRITE soc-reg.
           MOVE "A" TO auds-accion.
           PERFORM 600-GRABAR-AUDITORIA.
      *    The number goes on the carnet with its digito
      *    verificador; every entry point asks for the two together.
           CALL "DIGITO-SOCIO" USING w-socio-ing, w-dv-calc.
           DISPLAY "Alta registrada para el socio " w-socio-ing
                   "-" w-dv-calc.
      *    The contact data is taken at the alta itself, so chasing
      *    this socio never starts at the card box.
           PERFORM 455-CAPTURAR-CONTACTO.
               ACCEPT w-categoria-ing
           END-PERFORM.

       350-PEDIR-FECHAS.
      *    The fecha de ingreso starts the seniority count toward
      *    vitalicio, and the fecha de nacimiento moves a menor or a
      *    cadete up by age, both in the monthly categoria migration.
      *    An ingreso of 0 is today's alta.
           DISPLAY "Ingrese la fecha de nacimiento (AAAAMMDD)".
           ACCEPT w-nacimiento-ing.
           MOVE w-nacimiento-ing TO w-fecha-prueba.
           PERFORM 360-VALIDAR-FECHA.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Error, fecha invalida o posterior a hoy"
               ACCEPT w-nacimiento-ing
               MOVE w-nacimiento-ing TO w-fecha-prueba
               PERFORM 360-VALIDAR-FECHA
           END-PERFORM.
           DISPLAY "Ingrese la fecha de ingreso al club (AAAAMMDD, "
                   "0 = hoy)".
           ACCEPT w-ingreso-ing.
           PERFORM 355-VALIDAR-INGRESO.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Error, fecha invalida, posterior a hoy o "
                       "anterior al nacimiento"
               ACCEPT w-ingreso-ing
               PERFORM 355-VALIDAR-INGRESO
           END-PERFORM.

       355-VALIDAR-INGRESO.
           IF w-ingreso-ing IS EQUAL ZERO
               MOVE w-fecha-hoy TO w-ingreso-ing
           END-IF.
           MOVE w-ingreso-ing TO w-fecha-prueba.
           PERFORM 360-VALIDAR-FECHA.
           IF w-ingreso-ing IS < w-nacimiento-ing
               MOVE "N" TO w-fecha-valida
           END-IF.

       360-VALIDAR-FECHA.
           MOVE "S" TO w-fecha-valida.
           IF w-prueba-mm IS < 1 OR w-prueba-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-prueba-mm) TO w-dias-limite
               IF w-prueba-mm IS EQUAL 2
                   PERFORM 365-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-prueba-dd IS < 1
                       OR w-prueba-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.
           IF w-fecha-prueba IS > w-fecha-hoy
               MOVE "N" TO w-fecha-valida
           END-IF.

       365-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-prueba-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-prueba-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-prueba-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       400-MODIFICAR-NOMBRE.
           PERFORM 310-PEDIR-NUMERO.
           MOVE w-socio-ing TO soc-numero.
           PERFORM 600-GRABAR-AUDITORIA.
           DISPLAY "Contacto registrado para el socio " w-socio-ing.

       470-MODIFICAR-FECHAS.
      *    Socios registered before the padron carried the fechas are
      *    completed here from the card box; until then the migration
      *    leaves their categoria alone.
           PERFORM 310-PEDIR-NUMERO.
           MOVE w-socio-ing TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "Error, el socio " w-socio-ing
                           " no existe en el padron"
               NOT INVALID KEY
                   PERFORM 475-GRABAR-FECHAS
           END-READ.

       475-GRABAR-FECHAS.
           DISPLAY "Fecha de nacimiento actual: " soc-fecha-nacimiento.
           DISPLAY "Fecha de ingreso actual...: " soc-fecha-ingreso.
           PERFORM 350-PEDIR-FECHAS.
           MOVE w-ingreso-ing TO soc-fecha-ingreso.
           MOVE w-nacimiento-ing TO soc-fecha-nacimiento.
           REWRITE soc-reg.
           MOVE "F" TO auds-accion.
           PERFORM 600-GRABAR-AUDITORIA.
           DISPLAY "Fechas actualizadas para el socio " w-socio-ing.

       500-BAJA-SOCIO.
           PERFORM 310-PEDIR-NUMERO.
           MOVE w-socio-ing TO soc-numero.
                   DISPLAY "Error, el socio " w-socio-ing " tiene "
                           "saldo a favor de " w-saldo-imp
                           ", no se puede dar de baja"
                   DISPLAY "Reintegrar el saldo con ReintegroSaldo "
                           "antes de la baja"
               END-IF
           ELSE
               PERFORM 520-GRABAR-BAJA
           PERFORM 600-GRABAR-AUDITORIA.
           DISPLAY "Baja registrada para el socio " w-socio-ing.

       550-REINGRESO-SOCIO.
           IF w-operador-rol IS NOT EQUAL "S"
               DISPLAY "Error, el reingreso lo registra un supervisor"
           ELSE
               PERFORM 310-PEDIR-NUMERO
               MOVE w-socio-ing TO soc-numero
               READ SOCIOS
                   INVALID KEY
                       DISPLAY "Error, el socio " w-socio-ing
                               " no existe en el padron"
                   NOT INVALID KEY
                       IF soc-estado IS NOT EQUAL "B"
                           DISPLAY "Error, el socio " w-socio-ing
                                   " no esta dado de baja"
                       ELSE
                           PERFORM 555-EVALUAR-REINGRESO
                       END-IF
               END-READ
           END-IF.

       555-EVALUAR-REINGRESO.
      *    Every check is made before anything is written, so a
      *    refused reingreso leaves the padron, the ledger and the
      *    pipeline exactly as they were.
           DISPLAY "Socio " w-socio-ing " " soc-nombre
                   ", ingreso original " soc-fecha-ingreso.
           PERFORM 560-BUSCAR-CIERRE.
           PERFORM 565-VERIFICAR-DEUDA.
           IF w-deuda-reingreso IS > ZERO
                   AND w-convenio-vigente IS NOT EQUAL "S"
               MOVE w-deuda-reingreso TO w-saldo-imp
               DISPLAY "Error, el socio " w-socio-ing " tiene deuda "
                       "pendiente de " w-saldo-imp
                       ", no se puede reingresar"
               DISPLAY "Abrir un convenio con ConvenioPago antes del "
                       "reingreso"
           ELSE
               PERFORM 570-VERIFICAR-CLASE
               PERFORM 580-VERIFICAR-FECHA-HOY
               IF w-clase-registrada IS NOT EQUAL "S"
                   DISPLAY "Error, la clase " w-clase-reingreso
                           " de la cuota de reingreso no esta "
                           "registrada como cargo en CLASES"
               ELSE
                   IF w-fecha-cerrada IS EQUAL "S"
                       DISPLAY "Error, la fecha " w-fecha-hoy
                               " ya esta cerrada, no se puede "
                               "cobrar el reingreso hoy"
                   ELSE
                       PERFORM 575-CONFIRMAR-REINGRESO
                   END-IF
               END-IF
           END-IF.

       560-BUSCAR-CIERRE.
      *    The last ejercicio SALDOSANUALES froze for the number;
      *    none when the socio left before the first cierre or the
      *    site never closed a year.
           MOVE ZERO TO w-cierre-anio.
           MOVE ZERO TO w-cierre-deuda.
           MOVE ZERO TO w-flag-anuales.
           OPEN INPUT SALDOS-ANUALES.
           IF ws-anuales-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-anuales
           ELSE
               PERFORM 562-LEER-ANUAL
           END-IF.
           PERFORM UNTIL w-flag-anuales IS EQUAL 1
               IF san-socio IS EQUAL w-socio-ing
                       AND san-anio IS NOT < w-cierre-anio
                   MOVE san-anio TO w-cierre-anio
                   COMPUTE w-cierre-deuda = san-cargos - san-pagos
               END-IF
               PERFORM 562-LEER-ANUAL
           END-PERFORM.
           IF ws-anuales-status IS NOT EQUAL "35"
               CLOSE SALDOS-ANUALES
           END-IF.
           IF w-cierre-anio IS > ZERO
               MOVE w-cierre-deuda TO w-saldo-dif
               IF w-saldo-dif IS < ZERO
                   COMPUTE w-saldo-dif = ZERO - w-saldo-dif
               END-IF
               MOVE w-saldo-dif TO w-saldo-imp
               IF w-cierre-deuda IS < ZERO
                   DISPLAY "Cierre del ejercicio " w-cierre-anio
                           ": saldo a favor de " w-saldo-imp
               ELSE
                   DISPLAY "Cierre del ejercicio " w-cierre-anio
                           ": deuda de " w-saldo-imp
               END-IF
           ELSE
               DISPLAY "El socio no figura en ningun cierre de "
                       "ejercicio"
           END-IF.

       562-LEER-ANUAL.
           READ SALDOS-ANUALES AT END MOVE 1 TO w-flag-anuales.

       565-VERIFICAR-DEUDA.
      *    The cierre carries every unpaid charge into the new
      *    year's ledger, so the ledger, when it holds the number,
      *    is the position that counts (charge side against payment
      *    side, as for the baja); without a ledger record the last
      *    cierre is all the system knows of the socio.
           MOVE "N" TO w-hay-ledger.
           IF ws-ledger-status IS NOT EQUAL "35"
               MOVE w-socio-ing TO led-socio
               READ LEDGER-SOCIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-hay-ledger
               END-READ
           END-IF.
           IF w-hay-ledger IS EQUAL "S"
               COMPUTE w-deuda-reingreso = led-cargos - led-pagos
               MOVE w-deuda-reingreso TO w-saldo-dif
               IF w-saldo-dif IS < ZERO
                   COMPUTE w-saldo-dif = ZERO - w-saldo-dif
               END-IF
               MOVE w-saldo-dif TO w-saldo-imp
               IF w-deuda-reingreso IS < ZERO
                   DISPLAY "Ledger actual: saldo a favor de "
                           w-saldo-imp
               ELSE
                   DISPLAY "Ledger actual: deuda de " w-saldo-imp
               END-IF
           ELSE
               MOVE w-cierre-deuda TO w-deuda-reingreso
           END-IF.
      *    Debt the commission already refinanced is being paid in
      *    installments; the convenio's alta backed it out through
      *    the pipeline, so it does not hold the socio back.
           MOVE "N" TO w-convenio-vigente.
           IF w-deuda-reingreso IS > ZERO
                   AND ws-convenios-status IS NOT EQUAL "35"
               MOVE w-socio-ing TO cvn-socio
               READ CONVENIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF cvn-estado IS EQUAL "V"
                           MOVE "S" TO w-convenio-vigente
                           DISPLAY "La deuda esta refinanciada por "
                                   "el convenio del " cvn-fecha-alta
                       END-IF
               END-READ
           END-IF.

       570-VERIFICAR-CLASE.
           MOVE "N" TO w-clase-registrada.
           MOVE ZERO TO w-flag-clases.
           OPEN INPUT CLASES.
           IF ws-clases-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-clases
           ELSE
               PERFORM 572-LEER-CLASE
           END-IF.
           PERFORM UNTIL w-flag-clases IS EQUAL 1
               IF cls-codigo IS EQUAL w-clase-reingreso
                       AND cls-lado IS EQUAL "C"
                   MOVE "S" TO w-clase-registrada
               END-IF
               PERFORM 572-LEER-CLASE
           END-PERFORM.
           IF ws-clases-status IS NOT EQUAL "35"
               CLOSE CLASES
           END-IF.

       572-LEER-CLASE.
           READ CLASES AT END MOVE 1 TO w-flag-clases.

       575-CONFIRMAR-REINGRESO.
           MOVE w-cuota-reingreso TO w-cuota-imp.
           DISPLAY "Se reactiva el socio " w-socio-ing " con su "
                   "antiguedad original y se le cobra la cuota de "
                   "reingreso de " w-cuota-imp.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "N"
               DISPLAY "Reingreso cancelado, no se grabo nada"
           ELSE
               PERFORM 585-GRABAR-REINGRESO
           END-IF.

       580-VERIFICAR-FECHA-HOY.
      *    The fee goes under today's fecha; one already settled
      *    (cerrada) takes no more rows, the refusal the convenio
      *    register applies too.
           MOVE "N" TO w-fecha-cerrada.
           MOVE w-fecha-hoy TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fec-estado IS EQUAL "C"
                       MOVE "S" TO w-fecha-cerrada
                   END-IF
           END-READ.

       585-GRABAR-REINGRESO.
      *    ARCHTRANS is claimed only for the moment the fee is
      *    written, so the padron session does not hold the
      *    pipeline; if it is busy nothing is reactivated either.
           MOVE "S" TO w-blq-resultado.
           IF w-cuota-reingreso IS > ZERO
               MOVE "T" TO w-blq-accion
               MOVE "ARCHTRANS" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
           END-IF.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede registrar el reingreso, "
                       "ARCHTRANS esta en uso"
           ELSE
               IF w-cuota-reingreso IS > ZERO
                   PERFORM 590-GRABAR-CUOTA-REINGRESO
                   MOVE "L" TO w-blq-accion
                   MOVE "ARCHTRANS" TO w-blq-recurso
                   CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                       w-blq-recurso, w-operador-id, w-blq-resultado
               END-IF
      *        Same number, same fecha de ingreso: the seniority the
      *        socio earned before the baja is kept.
               MOVE "A" TO soc-estado
               REWRITE soc-reg
               MOVE "I" TO auds-accion
               PERFORM 600-GRABAR-AUDITORIA
               CALL "DIGITO-SOCIO" USING w-socio-ing, w-dv-calc
               DISPLAY "Reingreso registrado para el socio "
                       w-socio-ing "-" w-dv-calc
           END-IF.

       590-GRABAR-CUOTA-REINGRESO.
      *    A batch of its own under today's fecha: "C" header, the
      *    fee's detail and the "T" trailer; the fecha is registered
      *    pendiente (or keeps its counts when it already is), and
      *    OrdenarTrans drops the duplicate header.
           OPEN EXTEND ARCH-TRANS.
           IF ws-arch-trans-status IS EQUAL "35"
               OPEN OUTPUT ARCH-TRANS
           END-IF.
           MOVE "C" TO tr-cab-tipo.
           MOVE w-fecha-hoy TO tr-cab-fecha.
           MOVE 1 TO tr-cab-sala.
           WRITE tr-cab-reg.
           MOVE w-fecha-hoy TO fec-fecha.
           MOVE "P" TO fec-estado.
           MOVE ZERO TO fec-cant-reg.
           MOVE ZERO TO fec-importe.
           WRITE fec-reg
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE "D" TO tr-det-tipo.
           MOVE w-clase-reingreso TO tr-det-clase.
           MOVE "N" TO tr-det-mov.
           MOVE w-socio-ing TO tr-det-socio.
           MOVE w-cuota-reingreso TO tr-det-importe.
           MOVE 1 TO tr-det-sala.
      *    A charge moves no money over the counter, so it carries
      *    no medio de pago.
           MOVE SPACE TO tr-det-medio.
           WRITE tr-det-reg.
           MOVE w-fecha-hoy TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO fec-cant-reg
                   ADD tr-det-importe TO fec-importe
                   REWRITE fec-reg
           END-READ.
           MOVE 1 TO w-cant-lote.
           MOVE tr-det-importe TO w-imp-lote.
           MOVE "T" TO tr-tra-tipo.
           MOVE w-cant-lote TO tr-tra-cant.
           MOVE w-imp-lote TO tr-tra-importe.
           WRITE tr-tra-reg.
           CLOSE ARCH-TRANS.

       600-GRABAR-AUDITORIA.
           MOVE w-operador-id TO auds-operador.
           ACCEPT auds-fecha FROM DATE YYYYMMDD.
           CLOSE LEDGER-SOCIOS.
           CLOSE CONTACTOS.
           CLOSE AUDIT-SOCIOS.
           CLOSE FECHAS-CTL.
           IF ws-convenios-status IS NOT EQUAL "35"
               CLOSE CONVENIOS
           END-IF.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.
