      ******************************************************************
      * Author:
      * Date:
      * Purpose: Income projection for the coming months, the
      *          forecast the treasurer used to build by hand before
      *          every tariff discussion. For each month of the
      *          asked horizon (1 to 12 months from next month on) it
      *          bills, the way GenerarCuotas would, the active socios
      *          of every categoria at the TARIFAS line in force that
      *          month (dependents of a GRUPOS head pay no cuota of
      *          their own), less their EXENCIONES, plus the
      *          activities they are enrolled in (INSCRIPCIONES at
      *          the ACTIVIDADES fee), plus the CONVENIOS installments
      *          still to be generated. Every peso is split by the
      *          channel it is expected to come in by: debito
      *          automatico for socios with an active DEBITOS
      *          authorization, the other channels for the rest, each
      *          at its own collection rate taken from the cuotas
      *          billed over the last months (HISTORIAL) and what
      *          IMPUTACIONES shows was collected of them. A "what if"
      *          increase per categoria can be entered before the run,
      *          so the commission sees the effect of the tariff it is
      *          about to vote on next to the figures without it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION-INGRESOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT TARIFAS
           ASSIGN TO "TARIFAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-tarifas-status.

           SELECT EXENCIONES
           ASSIGN TO "EXENCIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS exe-socio
           FILE STATUS IS ws-exenciones-status.

           SELECT ACTIVIDADES
           ASSIGN TO "ACTIVIDADES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-actividades-status.

           SELECT INSCRIPCIONES
           ASSIGN TO "INSCRIPCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-inscripciones-status.

           SELECT GRUPOS
           ASSIGN TO "GRUPOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-grupos-status.

           SELECT CONVENIOS
           ASSIGN TO "CONVENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cvn-socio
           FILE STATUS IS ws-convenios-status.

           SELECT DEBITOS
           ASSIGN TO "DEBITOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS deb-socio
           FILE STATUS IS ws-debitos-status.

           SELECT ARCH-HISTORIAL
           ASSIGN TO "HISTORIAL"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-historial-status.

           SELECT ARCH-IMPUTACIONES
           ASSIGN TO "IMPUTACIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-imputaciones-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "PROYECCIONINGRESOS".

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

       FD  TARIFAS.
       01  tar-reg.
           03 tar-categoria pic x.
      *    First fecha (AAAAMMDD) this rate is in force; legacy lines
      *    without the field read non-numeric and count as in force
      *    since always.
           03 tar-vigencia pic 9(8).
           03 tar-importe pic 9(7)v99.

       FD  EXENCIONES.
       01  exe-reg.
           03 exe-socio pic 9(5).
           03 exe-porcentaje pic 9(3).
           03 exe-fecha-desde pic 9(8).
           03 exe-fecha-hasta pic 9(8).
           03 exe-supervisor pic x(10).

       FD  ACTIVIDADES.
       01  act-reg.
           03 act-codigo pic x(2).
           03 act-descripcion pic x(20).
           03 act-importe pic 9(7)v99.

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-socio pic 9(5).
           03 ins-actividad pic x(2).
           03 ins-fecha-desde pic 9(8).
      *    Zero means the enrollment is still open.
           03 ins-fecha-hasta pic 9(8).

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

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

       FD  DEBITOS.
       01  deb-reg.
           03 deb-socio pic 9(5).
           03 deb-cbu pic x(22).
           03 deb-banco pic x(20).
           03 deb-activo pic x.
           03 deb-fecha-alta pic 9(8).

       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
           03 hst-corrida-fecha pic 9(8).
           03 hst-corrida-hora pic 9(6).

       FD  ARCH-IMPUTACIONES.
       01  imp-reg.
           03 imp-socio pic 9(5).
           03 imp-fecha-pago pic 9(8).
           03 imp-fecha-cargo pic 9(8).
           03 imp-clase-cargo pic x.
           03 imp-importe pic s9(7)v99.
           03 imp-corrida-fecha pic 9(8).
           03 imp-corrida-hora pic 9(6).
           03 imp-sala pic 99.
           03 imp-medio pic x.

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-socios-status pic xx.
       01  ws-tarifas-status pic xx.
       01  ws-exenciones-status pic xx.
       01  ws-actividades-status pic xx.
       01  ws-inscripciones-status pic xx.
       01  ws-grupos-status pic xx.
       01  ws-convenios-status pic xx.
       01  ws-debitos-status pic xx.
       01  ws-historial-status pic xx.
       01  ws-imputaciones-status pic xx.
       01  w-flag-socios pic 9 value zero.
       01  w-flag-tarifas pic 9 value zero.
       01  w-flag-actividades pic 9 value zero.
       01  w-flag-inscripciones pic 9 value zero.
       01  w-flag-grupos pic 9 value zero.
       01  w-flag-convenios pic 9 value zero.
       01  w-flag-debitos pic 9 value zero.
       01  w-flag-hist pic 9 value zero.
       01  w-flag-imp pic 9 value zero.
      *    "N" when the site keeps no EXENCIONES master yet: every
      *    socio is then projected in full, as GenerarCuotas bills.
       01  w-exenciones-master pic x value "S".
       01  w-fecha-hoy pic 9(8).
       01  filler REDEFINES w-fecha-hoy.
           03 w-hoy-aaaa pic 9(4).
           03 w-hoy-mm pic 9(2).
           03 w-hoy-dd pic 9(2).
       01  w-nro-hoy pic 9(6).
       01  w-nro-mes pic 9(6).
      *    Months ahead to project, asked at the start.
       01  w-horizonte pic 99 value zero.
      *    Months of history the collection rates are measured on,
      *    the ones before the current month; six unless the site
      *    sets MESESCOBRO (1 to 24).
       01  w-meses-hist pic 99 value 6.
       01  w-meses-hist-env pic x(2).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-anio-edit pic 9(4).
       01  w-mes-edit pic 99.
      *    The billing fecha of every projected month, the first of
      *    the month, the fecha the tariff and enrollment vigencias
      *    are checked against.
       01  w-tabla-fechas.
           03 w-fec-proy OCCURS 12 TIMES pic 9(8).
       01  w-fecha-proy pic 9(8).
       01  filler REDEFINES w-fecha-proy.
           03 w-proy-aaaa pic 9(4).
           03 w-proy-mm pic 9(2).
           03 w-proy-dd pic 9(2).
       01  w-idx-mes pic 99.
      *    The tariff, loaded once the way GenerarCuotas does.
       01  w-tabla-tarifas.
           03 w-tarifa OCCURS 50 TIMES.
               05 w-tar-categoria pic x.
               05 w-tar-vigencia pic 9(8).
               05 w-tar-importe pic 9(7)v99.
       01  w-cant-tarifas pic 9(2) value zero.
       01  w-idx pic 9(2).
       01  w-tarifa-hallada pic x value "N".
       01  w-vigencia-hallada pic 9(8).
      *    The categorias TARIFAS knows, in code order, with the
      *    increase to simulate on each (zero = the tariff as voted).
       01  w-tabla-categorias.
           03 w-categoria OCCURS 20 TIMES.
               05 w-cat-codigo pic x.
               05 w-cat-aumento pic 9(3).
       01  w-cant-categorias pic 9(2) value zero.
       01  w-idx-cat pic 9(2).
       01  w-idx-cat2 pic 9(2).
       01  w-cat-hallada pic 9(2).
       01  w-cat-buscada pic x.
       01  w-cat-aux pic x.
       01  w-aumento-aux pic 9(3).
       01  w-cat-llena pic x value "N".
       01  w-hay-aumento pic x value "N".
      *    Activity masters, loaded as GenerarCuotas loads them.
       01  w-tabla-actividades.
           03 w-actividad OCCURS 50 TIMES.
               05 w-act-codigo pic x(2).
               05 w-act-importe pic 9(7)v99.
       01  w-cant-actividades pic 9(2) value zero.
       01  w-idx-act pic 9(2).
       01  w-importe-actividad pic 9(7)v99.
       01  w-cant-sin-actividad pic 9(5) value zero.
      *    Per socio number: estado in the padron, whether an active
      *    debit authorization covers him, and his head of family
      *    (zero = no group).
       01  w-tabla-socios.
           03 w-socio OCCURS 99999 TIMES.
               05 w-soc-estado pic x.
               05 w-soc-debito pic x.
               05 w-cabeza-de pic 9(5).
       01  w-idx-socio pic 9(6).
      *    The number the charge in hand bills to: the socio himself
      *    or his head of family.
       01  w-socio-factura pic 9(5).
       01  w-exento pic x value "N".
       01  w-porc-exento pic 9(3).
       01  w-exe-desde pic 9(8).
       01  w-exe-hasta pic 9(8).
       01  w-importe-tarifa pic 9(7)v99.
       01  w-importe-base pic s9(9)v99.
       01  w-importe-cuota pic s9(9)v99.
       01  w-idx-lin pic 99.
       01  w-cant-activos pic 9(5) value zero.
       01  w-cant-dependientes pic 9(5) value zero.
       01  w-cant-sin-tarifa pic 9(5) value zero.
       01  w-cant-convenios pic 9(5) value zero.
      *    Installments of the convenio in hand: the ordinal of the
      *    one a projected month generates, and how many go out
      *    before the horizon starts.
       01  w-cuota-nro pic 9(4).
       01  w-cuotas-previas pic 9(4).
      *    One block of lines per projected month: lines 1 to 20 the
      *    cuotas of the categorias in w-tabla-categorias order, 21
      *    the activities, 22 the convenio installments. Each keeps
      *    what is billed with and without the simulated increase,
      *    and how much of it bills to socios paying by debit.
       01  w-tabla-proyeccion.
           03 w-mes OCCURS 12 TIMES.
               05 w-lin OCCURS 22 TIMES.
                   07 w-lin-base pic s9(9)v99.
                   07 w-lin-facturado pic s9(9)v99.
                   07 w-lin-deb-base pic s9(9)v99.
                   07 w-lin-debito pic s9(9)v99.
      *    Collection history: cuotas billed in the window and what
      *    was collected of them, by expected channel.
       01  w-nro-hist pic 9(6).
       01  w-fecha-hist pic 9(8).
       01  filler REDEFINES w-fecha-hist.
           03 w-his-aaaa pic 9(4).
           03 w-his-mm pic 9(2).
           03 w-his-dd pic 9(2).
       01  w-en-ventana pic x.
       01  w-his-fact-debito pic s9(11)v99 value zero.
       01  w-his-fact-otros pic s9(11)v99 value zero.
       01  w-his-cob-debito pic s9(11)v99 value zero.
       01  w-his-cob-otros pic s9(11)v99 value zero.
       01  w-his-fact-total pic s9(11)v99.
       01  w-his-cob-total pic s9(11)v99.
      *    Collection rates applied, as percentages.
       01  w-tasa-total pic 9(3)v99.
       01  w-tasa-debito pic 9(3)v99.
       01  w-tasa-otros pic 9(3)v99.
       01  w-tasa-calc pic s9(5)v99.
      *    Figures of the line being printed.
       01  w-esp-debito pic s9(9)v99.
       01  w-esp-otros pic s9(9)v99.
       01  w-esperado pic s9(9)v99.
       01  w-esp-base pic s9(9)v99.
       01  w-tot-mes.
           03 w-tot-base pic s9(9)v99.
           03 w-tot-facturado pic s9(9)v99.
           03 w-tot-deb-base pic s9(9)v99.
           03 w-tot-debito pic s9(9)v99.
       01  w-tot-horizonte.
           03 w-hor-facturado pic s9(11)v99 value zero.
           03 w-hor-esperado pic s9(11)v99 value zero.
           03 w-hor-esp-base pic s9(11)v99 value zero.
       01  w-diferencia pic s9(11)v99.
       01  w-periodo.
           03 w-per-anio pic 9(4).
           03 filler pic x value "/".
           03 w-per-mes pic 99.
       01  cabecera1.
           03 filler pic x(25) value spaces.
           03 filler pic x(30) value
              "PROYECCION DE INGRESOS".
           03 filler pic x(25) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(18) value "CONCEPTO        C".
           03 filler pic x(14) value "     FACTURADO".
           03 filler pic x(14) value "  COBRO DEBITO".
           03 filler pic x(14) value "   COBRO OTROS".
           03 filler pic x(14) value "      ESPERADO".
           03 filler pic x(6) value spaces.
       01  linea-param.
           03 lp-texto pic x(40).
           03 lp-valor pic zz9,99.
           03 filler pic x(34) value spaces.
       01  linea-mes.
           03 filler pic x(15) value "MES PROYECTADO ".
           03 lm-periodo pic x(7).
           03 filler pic x(58) value spaces.
      *    Clase is the one every projected charge bills as: cuotas,
      *    activities and convenio installments all go out as "Q".
       01  detalle.
           03 l-concepto pic x(16).
           03 l-clase pic x.
           03 filler pic x value space.
           03 l-facturado pic zz.zzz.zz9,99-.
           03 l-debito pic zz.zzz.zz9,99-.
           03 l-otros pic zz.zzz.zz9,99-.
           03 l-esperado pic zz.zzz.zz9,99-.
           03 filler pic x(6) value spaces.
       01  cabecera-resumen.
           03 filler pic x(18) value "MES".
           03 filler pic x(14) value "     FACTURADO".
           03 filler pic x(14) value "      ESPERADO".
           03 filler pic x(14) value "   SIN AUMENTO".
           03 filler pic x(14) value "    DIFERENCIA".
           03 filler pic x(6) value spaces.
       01  linea-resumen.
           03 lr-periodo pic x(18).
           03 lr-facturado pic zz.zzz.zz9,99-.
           03 lr-esperado pic zz.zzz.zz9,99-.
           03 lr-esp-base pic zz.zzz.zz9,99-.
           03 lr-diferencia pic zz.zzz.zz9,99-.
           03 filler pic x(6) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 140-CARGAR-TARIFAS.
           PERFORM 150-CARGAR-ACTIVIDADES.
           PERFORM 155-CARGAR-INSCRIPCIONES-GRUPOS.
           PERFORM 170-CARGAR-DEBITOS.
           PERFORM 180-PEDIR-HORIZONTE.
           PERFORM 190-PEDIR-AUMENTOS.
           PERFORM 200-PROYECTAR-CUOTAS.
           PERFORM 300-PROYECTAR-ACTIVIDADES.
           PERFORM 350-PROYECTAR-CONVENIOS.
           PERFORM 400-CALCULAR-TASAS.
           PERFORM 500-IMPRIMIR-REPORTE.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-nro-hoy = w-hoy-aaaa * 12 + w-hoy-mm.
           ACCEPT w-meses-hist-env FROM ENVIRONMENT "MESESCOBRO".
           MOVE ZERO TO w-largo-env.
           INSPECT w-meses-hist-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-meses-hist-env(1:w-largo-env) IS NUMERIC
                   MOVE w-meses-hist-env(1:w-largo-env)
                       TO w-meses-hist
               ELSE
                   DISPLAY "AVISO: MESESCOBRO " w-meses-hist-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           IF w-meses-hist IS EQUAL ZERO OR w-meses-hist IS > 24
               MOVE 6 TO w-meses-hist
           END-IF.
           INITIALIZE w-tabla-proyeccion.
           PERFORM 105-LIMPIAR-SOCIO
               VARYING w-idx-socio FROM 1 BY 1
               UNTIL w-idx-socio > 99999.
           OPEN OUTPUT LISTADO.
           PERFORM 130-LISTAR-ENCABEZADO.

       105-LIMPIAR-SOCIO.
           MOVE SPACE TO w-soc-estado(w-idx-socio).
           MOVE "N" TO w-soc-debito(w-idx-socio).
           MOVE ZERO TO w-cabeza-de(w-idx-socio).

       130-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       135-NUEVA-PAGINA.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       140-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.
           IF ws-tarifas-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir TARIFAS, estado "
                       ws-tarifas-status
               CLOSE LISTADO
               STOP RUN
           END-IF.
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
               MOVE tar-categoria TO w-cat-buscada
               PERFORM 146-BUSCAR-CATEGORIA
               PERFORM 145-LEER-TARIFA
           END-PERFORM.
           CLOSE TARIFAS.
           IF w-cant-tarifas IS EQUAL ZERO
               DISPLAY "ERROR: la tabla TARIFAS esta vacia, no hay "
                       "nada que proyectar"
               CLOSE LISTADO
               STOP RUN
           END-IF.
           PERFORM 147-PASADA-ORDEN
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat IS NOT < w-cant-categorias.

       145-LEER-TARIFA.
           READ TARIFAS AT END MOVE 1 TO w-flag-tarifas.

      *    Finds w-cat-buscada among the categorias and adds it when
      *    new; w-cat-hallada is zero only when the table is full.
       146-BUSCAR-CATEGORIA.
           MOVE ZERO TO w-cat-hallada.
           PERFORM 149-COTEJAR-CATEGORIA
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > w-cant-categorias
                  OR w-cat-hallada IS > ZERO.
           IF w-cat-hallada IS EQUAL ZERO
               IF w-cant-categorias IS < 20
                   ADD 1 TO w-cant-categorias
                   MOVE w-cat-buscada TO
                       w-cat-codigo(w-cant-categorias)
                   MOVE ZERO TO w-cat-aumento(w-cant-categorias)
                   MOVE w-cant-categorias TO w-cat-hallada
               ELSE
                   IF w-cat-llena IS EQUAL "N"
                       MOVE "S" TO w-cat-llena
                       DISPLAY "AVISO: mas de 20 categorias, la "
                               "categoria " w-cat-buscada
                               " queda fuera de la proyeccion"
                   END-IF
               END-IF
           END-IF.

      *    Categorias in code order, so the report reads the same
      *    every time.
       147-PASADA-ORDEN.
           PERFORM 148-COMPARAR-CATEGORIAS
               VARYING w-idx-cat2 FROM 1 BY 1
               UNTIL w-idx-cat2 IS NOT < w-cant-categorias.

       148-COMPARAR-CATEGORIAS.
           IF w-cat-codigo(w-idx-cat2) IS >
                   w-cat-codigo(w-idx-cat2 + 1)
               MOVE w-cat-codigo(w-idx-cat2) TO w-cat-aux
               MOVE w-cat-codigo(w-idx-cat2 + 1) TO
                   w-cat-codigo(w-idx-cat2)
               MOVE w-cat-aux TO w-cat-codigo(w-idx-cat2 + 1)
           END-IF.

       149-COTEJAR-CATEGORIA.
           IF w-cat-codigo(w-idx-cat) IS EQUAL w-cat-buscada
               MOVE w-idx-cat TO w-cat-hallada
           END-IF.

      *    A site without the activity masters simply projects no
      *    activity charges, as GenerarCuotas bills none.
       150-CARGAR-ACTIVIDADES.
           OPEN INPUT ACTIVIDADES.
           IF ws-actividades-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-actividades
           ELSE
               PERFORM 152-LEER-ACTIVIDAD
           END-IF.
           PERFORM UNTIL w-flag-actividades IS EQUAL 1
                      OR w-cant-actividades IS NOT < 50
               ADD 1 TO w-cant-actividades
               MOVE act-codigo TO
                   w-act-codigo(w-cant-actividades)
               MOVE act-importe TO
                   w-act-importe(w-cant-actividades)
               PERFORM 152-LEER-ACTIVIDAD
           END-PERFORM.
           IF ws-actividades-status IS NOT EQUAL "35"
               CLOSE ACTIVIDADES
           END-IF.

       152-LEER-ACTIVIDAD.
           READ ACTIVIDADES
               AT END MOVE 1 TO w-flag-actividades
           END-READ.

      *    Heads of family first; the enrollments are walked later,
      *    once the padron says which socios are active.
       155-CARGAR-INSCRIPCIONES-GRUPOS.
           OPEN INPUT GRUPOS.
           IF ws-grupos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-grupos
           ELSE
               PERFORM 157-LEER-GRUPO
           END-IF.
           PERFORM UNTIL w-flag-grupos IS EQUAL 1
               IF gru-miembro IS > ZERO
                       AND gru-miembro IS NOT > 99999
                       AND gru-cabeza IS > ZERO
                   MOVE gru-cabeza TO w-cabeza-de(gru-miembro)
               END-IF
               PERFORM 157-LEER-GRUPO
           END-PERFORM.
           IF ws-grupos-status IS NOT EQUAL "35"
               CLOSE GRUPOS
           END-IF.

       157-LEER-GRUPO.
           READ GRUPOS AT END MOVE 1 TO w-flag-grupos.

      *    The channel a socio's charges are expected to come in by:
      *    debit when an active authorization covers him today.
       170-CARGAR-DEBITOS.
           OPEN INPUT DEBITOS.
           IF ws-debitos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-debitos
           ELSE
               PERFORM 175-LEER-DEBITO
           END-IF.
           PERFORM UNTIL w-flag-debitos IS EQUAL 1
               IF deb-activo IS EQUAL "S"
                       AND deb-socio IS > ZERO
                       AND deb-socio IS NOT > 99999
                   MOVE "S" TO w-soc-debito(deb-socio)
               END-IF
               PERFORM 175-LEER-DEBITO
           END-PERFORM.
           IF ws-debitos-status IS NOT EQUAL "35"
               CLOSE DEBITOS
           END-IF.

       175-LEER-DEBITO.
           READ DEBITOS NEXT RECORD
               AT END MOVE 1 TO w-flag-debitos
           END-READ.

       180-PEDIR-HORIZONTE.
           PERFORM UNTIL w-horizonte IS > ZERO
                     AND w-horizonte IS NOT > 12
               DISPLAY "Ingrese la cantidad de meses a proyectar "
                       "(1-12)"
               ACCEPT w-horizonte
               IF w-horizonte IS EQUAL ZERO OR w-horizonte IS > 12
                   DISPLAY "Error, el horizonte debe ser de 1 a 12 "
                           "meses"
               END-IF
           END-PERFORM.
           PERFORM 185-FECHA-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > w-horizonte.

      *    Projected month n is the n-th after the current one.
       185-FECHA-MES.
           COMPUTE w-nro-mes = w-nro-hoy + w-idx-mes - 1.
           DIVIDE w-nro-mes BY 12 GIVING w-anio-edit
               REMAINDER w-mes-edit.
           ADD 1 TO w-mes-edit.
           MOVE w-anio-edit TO w-proy-aaaa.
           MOVE w-mes-edit TO w-proy-mm.
           MOVE 1 TO w-proy-dd.
           MOVE w-fecha-proy TO w-fec-proy(w-idx-mes).

      *    The "what if": a percentage on top of the tariff in force,
      *    per categoria; zero leaves the categoria as voted.
       190-PEDIR-AUMENTOS.
           PERFORM 195-PEDIR-AUMENTO
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > w-cant-categorias.

       195-PEDIR-AUMENTO.
           DISPLAY "Aumento % a simular para la categoria "
                   w-cat-codigo(w-idx-cat) " (0 = ninguno)".
           ACCEPT w-aumento-aux.
           MOVE w-aumento-aux TO w-cat-aumento(w-idx-cat).
           IF w-aumento-aux IS > ZERO
               MOVE "S" TO w-hay-aumento
           END-IF.

      *    The cuotas: every active socio who is not a dependent, at
      *    his categoria's tariff in force each month, less his
      *    exemption.
       200-PROYECTAR-CUOTAS.
           OPEN INPUT SOCIOS.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               CLOSE LISTADO
               STOP RUN
           END-IF.
           OPEN INPUT EXENCIONES.
           IF ws-exenciones-status IS NOT EQUAL "00"
               MOVE "N" TO w-exenciones-master
           END-IF.
           PERFORM 205-LEER-SOCIO.
           PERFORM UNTIL w-flag-socios IS EQUAL 1
               IF soc-numero IS > ZERO
                       AND soc-numero IS NOT > 99999
                   MOVE soc-estado TO w-soc-estado(soc-numero)
                   IF soc-estado IS EQUAL "A"
                       ADD 1 TO w-cant-activos
                       PERFORM 210-PROYECTAR-SOCIO
                   END-IF
               END-IF
               PERFORM 205-LEER-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.
           IF w-exenciones-master IS EQUAL "S"
               CLOSE EXENCIONES
           END-IF.
           DISPLAY "Socios activos: " w-cant-activos
                   ", dependientes sin cuota propia: "
                   w-cant-dependientes
                   ", sin tarifa: " w-cant-sin-tarifa.

       205-LEER-SOCIO.
           READ SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-socios
           END-READ.

       210-PROYECTAR-SOCIO.
           IF w-cabeza-de(soc-numero) IS > ZERO
               ADD 1 TO w-cant-dependientes
           ELSE
               MOVE soc-categoria TO w-cat-buscada
               MOVE ZERO TO w-cat-hallada
               PERFORM 149-COTEJAR-CATEGORIA
                   VARYING w-idx-cat FROM 1 BY 1
                   UNTIL w-idx-cat > w-cant-categorias
                      OR w-cat-hallada IS > ZERO
               IF w-cat-hallada IS EQUAL ZERO
                   ADD 1 TO w-cant-sin-tarifa
               ELSE
                   MOVE w-cat-hallada TO w-idx-lin
                   MOVE soc-numero TO w-socio-factura
                   PERFORM 215-BUSCAR-EXENCION
                   PERFORM 220-CUOTA-MES
                       VARYING w-idx-mes FROM 1 BY 1
                       UNTIL w-idx-mes > w-horizonte
               END-IF
           END-IF.

       215-BUSCAR-EXENCION.
           MOVE "N" TO w-exento.
           IF w-exenciones-master IS EQUAL "S"
               MOVE soc-numero TO exe-socio
               READ EXENCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-exento
                       MOVE exe-porcentaje TO w-porc-exento
                       MOVE exe-fecha-desde TO w-exe-desde
                       MOVE exe-fecha-hasta TO w-exe-hasta
               END-READ
           END-IF.

       220-CUOTA-MES.
           MOVE w-fec-proy(w-idx-mes) TO w-fecha-proy.
           PERFORM 225-BUSCAR-TARIFA-VIGENTE.
           IF w-tarifa-hallada IS EQUAL "S"
               MOVE w-importe-tarifa TO w-importe-base
               COMPUTE w-importe-cuota ROUNDED = w-importe-tarifa
                   * (100 + w-cat-aumento(w-idx-lin)) / 100
               IF w-exento IS EQUAL "S"
                       AND w-exe-desde IS NOT > w-fecha-proy
                       AND (w-exe-hasta IS EQUAL ZERO
                         OR w-exe-hasta IS NOT < w-fecha-proy)
                   COMPUTE w-importe-base ROUNDED =
                       w-importe-base * (100 - w-porc-exento) / 100
                   COMPUTE w-importe-cuota ROUNDED =
                       w-importe-cuota * (100 - w-porc-exento) / 100
               END-IF
               PERFORM 290-SUMAR-LINEA
           END-IF.

      *    Of the categoria's lines in force on the month's fecha the
      *    newest vigencia governs, so a rate already voted to start
      *    inside the horizon is projected from its month on.
       225-BUSCAR-TARIFA-VIGENTE.
           MOVE "N" TO w-tarifa-hallada.
           MOVE ZERO TO w-vigencia-hallada.
           PERFORM 227-BUSCAR-TARIFA
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-tarifas.

       227-BUSCAR-TARIFA.
           IF w-tar-categoria(w-idx) IS EQUAL soc-categoria
                   AND w-tar-vigencia(w-idx) IS NOT > w-fecha-proy
               IF w-tarifa-hallada IS NOT EQUAL "S"
                       OR w-tar-vigencia(w-idx) IS NOT <
                           w-vigencia-hallada
                   MOVE "S" TO w-tarifa-hallada
                   MOVE w-tar-vigencia(w-idx)
                       TO w-vigencia-hallada
                   MOVE w-tar-importe(w-idx) TO w-importe-tarifa
               END-IF
           END-IF.

      *    Adds the charge in hand to line w-idx-lin of the month,
      *    on the debit side too when the socio it bills to pays
      *    by debit.
       290-SUMAR-LINEA.
           ADD w-importe-base TO w-lin-base(w-idx-mes, w-idx-lin).
           ADD w-importe-cuota TO
               w-lin-facturado(w-idx-mes, w-idx-lin).
           IF w-soc-debito(w-socio-factura) IS EQUAL "S"
               ADD w-importe-base TO
                   w-lin-deb-base(w-idx-mes, w-idx-lin)
               ADD w-importe-cuota TO
                   w-lin-debito(w-idx-mes, w-idx-lin)
           END-IF.

      *    The activities: one charge per enrollment open on the
      *    month's fecha of an active socio, billed to his head of
      *    family when he has one. The simulated increase is on the
      *    cuota only.
       300-PROYECTAR-ACTIVIDADES.
           MOVE 21 TO w-idx-lin.
           OPEN INPUT INSCRIPCIONES.
           IF ws-inscripciones-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-inscripciones
           ELSE
               PERFORM 305-LEER-INSCRIPCION
           END-IF.
           PERFORM UNTIL w-flag-inscripciones IS EQUAL 1
               IF ins-socio IS > ZERO
                       AND ins-socio IS NOT > 99999
                   IF w-soc-estado(ins-socio) IS EQUAL "A"
                       PERFORM 310-PROYECTAR-INSCRIPCION
                   END-IF
               END-IF
               PERFORM 305-LEER-INSCRIPCION
           END-PERFORM.
           IF ws-inscripciones-status IS NOT EQUAL "35"
               CLOSE INSCRIPCIONES
           END-IF.
           IF w-cant-sin-actividad IS > ZERO
               DISPLAY "AVISO: " w-cant-sin-actividad
                       " inscripciones a actividades que no estan "
                       "en ACTIVIDADES"
           END-IF.

       305-LEER-INSCRIPCION.
           READ INSCRIPCIONES
               AT END MOVE 1 TO w-flag-inscripciones
           END-READ.

       310-PROYECTAR-INSCRIPCION.
           IF w-cabeza-de(ins-socio) IS > ZERO
               MOVE w-cabeza-de(ins-socio) TO w-socio-factura
           ELSE
               MOVE ins-socio TO w-socio-factura
           END-IF.
           MOVE ZERO TO w-importe-actividad.
           PERFORM 315-COTEJAR-ACTIVIDAD
               VARYING w-idx-act FROM 1 BY 1
               UNTIL w-idx-act > w-cant-actividades.
           IF w-importe-actividad IS > ZERO
               PERFORM 320-ACTIVIDAD-MES
                   VARYING w-idx-mes FROM 1 BY 1
                   UNTIL w-idx-mes > w-horizonte
           ELSE
               ADD 1 TO w-cant-sin-actividad
           END-IF.

       315-COTEJAR-ACTIVIDAD.
           IF w-act-codigo(w-idx-act) IS EQUAL ins-actividad
               MOVE w-act-importe(w-idx-act) TO w-importe-actividad
           END-IF.

       320-ACTIVIDAD-MES.
           MOVE w-fec-proy(w-idx-mes) TO w-fecha-proy.
           IF ins-fecha-desde IS NOT > w-fecha-proy
                   AND (ins-fecha-hasta IS EQUAL ZERO
                     OR ins-fecha-hasta IS NOT < w-fecha-proy)
               MOVE w-importe-actividad TO w-importe-base
               MOVE w-importe-actividad TO w-importe-cuota
               PERFORM 290-SUMAR-LINEA
           END-IF.

      *    The convenio installments still to go out, one a month.
      *    A vigente convenio not yet generated this month still
      *    owes the current month's installment, which falls before
      *    the horizon; the last installment carries the rounding
      *    left over, as ConvenioPago generates it.
       350-PROYECTAR-CONVENIOS.
           MOVE 22 TO w-idx-lin.
           OPEN INPUT CONVENIOS.
           IF ws-convenios-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-convenios
           ELSE
               PERFORM 355-LEER-CONVENIO
           END-IF.
           PERFORM UNTIL w-flag-convenios IS EQUAL 1
               IF cvn-estado IS EQUAL "V"
                       AND cvn-cuotas-generadas IS <
                           cvn-cant-cuotas
                   ADD 1 TO w-cant-convenios
                   MOVE cvn-cuotas-generadas TO w-cuotas-previas
                   IF cvn-fecha-ult-gen(1:6) IS <
                           w-fecha-hoy(1:6)
                       ADD 1 TO w-cuotas-previas
                   END-IF
                   MOVE cvn-socio TO w-socio-factura
                   PERFORM 360-CONVENIO-MES
                       VARYING w-idx-mes FROM 1 BY 1
                       UNTIL w-idx-mes > w-horizonte
               END-IF
               PERFORM 355-LEER-CONVENIO
           END-PERFORM.
           IF ws-convenios-status IS NOT EQUAL "35"
               CLOSE CONVENIOS
           END-IF.

       355-LEER-CONVENIO.
           READ CONVENIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-convenios
           END-READ.

       360-CONVENIO-MES.
           COMPUTE w-cuota-nro = w-cuotas-previas + w-idx-mes.
           IF w-cuota-nro IS NOT > cvn-cant-cuotas
               IF w-cuota-nro IS EQUAL cvn-cant-cuotas
                   COMPUTE w-importe-cuota = cvn-importe-total
                       - (cvn-importe-cuota * (cvn-cant-cuotas - 1))
               ELSE
                   MOVE cvn-importe-cuota TO w-importe-cuota
               END-IF
               MOVE w-importe-cuota TO w-importe-base
               PERFORM 290-SUMAR-LINEA
           END-IF.

      *    Collection rates of the last w-meses-hist months before
      *    the current one: of the cuotas billed there (clase "Q"
      *    in HISTORIAL, reversals included), the share IMPUTACIONES
      *    shows collected, apart for the socios paying by debit and
      *    for the rest. A channel with no billing in the window
      *    takes the club's rate; no history at all assumes full
      *    collection.
       400-CALCULAR-TASAS.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-hist
           ELSE
               PERFORM 410-LEER-HISTORIAL
           END-IF.
           PERFORM UNTIL w-flag-hist IS EQUAL 1
               IF hst-clase IS EQUAL "Q"
                       AND hst-socio IS > ZERO
                       AND hst-socio IS NOT > 99999
                   MOVE hst-fecha TO w-fecha-hist
                   PERFORM 405-VERIFICAR-VENTANA
                   IF w-en-ventana IS EQUAL "S"
                       IF w-soc-debito(hst-socio) IS EQUAL "S"
                           ADD hst-importe TO w-his-fact-debito
                       ELSE
                           ADD hst-importe TO w-his-fact-otros
                       END-IF
                   END-IF
               END-IF
               PERFORM 410-LEER-HISTORIAL
           END-PERFORM.
           IF ws-historial-status IS NOT EQUAL "35"
               CLOSE ARCH-HISTORIAL
           END-IF.
           OPEN INPUT ARCH-IMPUTACIONES.
           IF ws-imputaciones-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-imp
           ELSE
               PERFORM 415-LEER-IMPUTACION
           END-IF.
           PERFORM UNTIL w-flag-imp IS EQUAL 1
               IF imp-clase-cargo IS EQUAL "Q"
                       AND imp-socio IS > ZERO
                       AND imp-socio IS NOT > 99999
                   MOVE imp-fecha-cargo TO w-fecha-hist
                   PERFORM 405-VERIFICAR-VENTANA
                   IF w-en-ventana IS EQUAL "S"
                       IF w-soc-debito(imp-socio) IS EQUAL "S"
                           ADD imp-importe TO w-his-cob-debito
                       ELSE
                           ADD imp-importe TO w-his-cob-otros
                       END-IF
                   END-IF
               END-IF
               PERFORM 415-LEER-IMPUTACION
           END-PERFORM.
           IF ws-imputaciones-status IS NOT EQUAL "35"
               CLOSE ARCH-IMPUTACIONES
           END-IF.
           COMPUTE w-his-fact-total =
               w-his-fact-debito + w-his-fact-otros.
           COMPUTE w-his-cob-total =
               w-his-cob-debito + w-his-cob-otros.
           IF w-his-fact-total IS > ZERO
               COMPUTE w-tasa-calc ROUNDED =
                   w-his-cob-total * 100 / w-his-fact-total
               PERFORM 420-ACOTAR-TASA
               MOVE w-tasa-calc TO w-tasa-total
           ELSE
               DISPLAY "AVISO: no hay cuotas facturadas en los "
                       "ultimos " w-meses-hist " meses, se proyecta "
                       "cobro total"
               MOVE 100 TO w-tasa-total
           END-IF.
           IF w-his-fact-debito IS > ZERO
               COMPUTE w-tasa-calc ROUNDED =
                   w-his-cob-debito * 100 / w-his-fact-debito
               PERFORM 420-ACOTAR-TASA
               MOVE w-tasa-calc TO w-tasa-debito
           ELSE
               MOVE w-tasa-total TO w-tasa-debito
           END-IF.
           IF w-his-fact-otros IS > ZERO
               COMPUTE w-tasa-calc ROUNDED =
                   w-his-cob-otros * 100 / w-his-fact-otros
               PERFORM 420-ACOTAR-TASA
               MOVE w-tasa-calc TO w-tasa-otros
           ELSE
               MOVE w-tasa-total TO w-tasa-otros
           END-IF.

       405-VERIFICAR-VENTANA.
           MOVE "N" TO w-en-ventana.
           IF w-his-mm IS > ZERO AND w-his-mm IS NOT > 12
               COMPUTE w-nro-hist = w-his-aaaa * 12 + w-his-mm
               IF w-nro-hist IS < w-nro-hoy
                       AND w-nro-hist + w-meses-hist IS NOT <
                           w-nro-hoy
                   MOVE "S" TO w-en-ventana
               END-IF
           END-IF.

       410-LEER-HISTORIAL.
           READ ARCH-HISTORIAL AT END MOVE 1 TO w-flag-hist.

       415-LEER-IMPUTACION.
           READ ARCH-IMPUTACIONES AT END MOVE 1 TO w-flag-imp.

      *    Pagos imputed to the window after a later reversal can
      *    push a rate past the billing; it never goes over 100.
       420-ACOTAR-TASA.
           IF w-tasa-calc IS > 100
               MOVE 100 TO w-tasa-calc
           END-IF.
           IF w-tasa-calc IS < ZERO
               MOVE ZERO TO w-tasa-calc
           END-IF.

       500-IMPRIMIR-REPORTE.
           PERFORM 505-IMPRIMIR-PARAMETROS.
           PERFORM 510-IMPRIMIR-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > w-horizonte.
           PERFORM 600-IMPRIMIR-RESUMEN.

       505-IMPRIMIR-PARAMETROS.
           MOVE SPACES TO linea-param.
           MOVE "MESES DE HISTORIA PARA LA TASA DE COBRO" TO
               lp-texto.
           MOVE w-meses-hist TO lp-valor.
           WRITE lis-reg FROM linea-param AFTER 1.
           DISPLAY lis-reg.
           MOVE "TASA DE COBRO DEBITO AUTOMATICO %" TO lp-texto.
           MOVE w-tasa-debito TO lp-valor.
           WRITE lis-reg FROM linea-param AFTER 1.
           DISPLAY lis-reg.
           MOVE "TASA DE COBRO OTROS CANALES %" TO lp-texto.
           MOVE w-tasa-otros TO lp-valor.
           WRITE lis-reg FROM linea-param AFTER 1.
           DISPLAY lis-reg.
           PERFORM 507-IMPRIMIR-AUMENTO
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > w-cant-categorias.

       507-IMPRIMIR-AUMENTO.
           IF w-cat-aumento(w-idx-cat) IS > ZERO
               MOVE SPACES TO linea-param
               MOVE "AUMENTO SIMULADO CATEGORIA   %" TO lp-texto
               MOVE w-cat-codigo(w-idx-cat) TO lp-texto(28:1)
               MOVE w-cat-aumento(w-idx-cat) TO lp-valor
               write lis-reg FROM linea-param AFTER 1
                   AT END-OF-PAGE
                       PERFORM 135-NUEVA-PAGINA
               END-WRITE
               DISPLAY lis-reg
           END-IF.

       510-IMPRIMIR-MES.
           MOVE w-fec-proy(w-idx-mes) TO w-fecha-proy.
           MOVE w-proy-aaaa TO w-per-anio.
           MOVE w-proy-mm TO w-per-mes.
           MOVE w-periodo TO lm-periodo.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg AFTER 1.
           write lis-reg FROM linea-mes AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           INITIALIZE w-tot-mes.
           PERFORM 520-IMPRIMIR-CATEGORIA
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > w-cant-categorias.
           MOVE 21 TO w-idx-lin.
           MOVE "ACTIVIDADES" TO l-concepto.
           PERFORM 530-IMPRIMIR-LINEA.
           MOVE 22 TO w-idx-lin.
           MOVE "CUOTAS CONVENIO" TO l-concepto.
           PERFORM 530-IMPRIMIR-LINEA.
      *    The month's total, and under it what the simulated
      *    increase adds, on its own line.
           MOVE "TOTAL MES" TO l-concepto.
           MOVE w-tot-facturado TO w-importe-cuota.
           MOVE w-tot-debito TO w-importe-base.
           PERFORM 540-CALCULAR-ESPERADO.
           PERFORM 550-ESCRIBIR-DETALLE.
           COMPUTE w-esp-base ROUNDED =
               w-tot-deb-base * w-tasa-debito / 100
               + (w-tot-base - w-tot-deb-base) * w-tasa-otros / 100.
           ADD w-tot-facturado TO w-hor-facturado.
           ADD w-esperado TO w-hor-esperado.
           ADD w-esp-base TO w-hor-esp-base.
           IF w-hay-aumento IS EQUAL "S"
               MOVE "EFECTO AUMENTO" TO l-concepto
               COMPUTE w-importe-cuota =
                   w-tot-facturado - w-tot-base
               COMPUTE w-importe-base =
                   w-tot-debito - w-tot-deb-base
               PERFORM 540-CALCULAR-ESPERADO
               PERFORM 550-ESCRIBIR-DETALLE
           END-IF.

       520-IMPRIMIR-CATEGORIA.
           MOVE w-idx-cat TO w-idx-lin.
           MOVE SPACES TO l-concepto.
           MOVE "CUOTAS CAT." TO l-concepto.
           MOVE w-cat-codigo(w-idx-cat) TO l-concepto(13:1).
           PERFORM 530-IMPRIMIR-LINEA.

      *    Prints line w-idx-lin of the month when it bills anything
      *    and carries it into the month's total.
       530-IMPRIMIR-LINEA.
           ADD w-lin-base(w-idx-mes, w-idx-lin) TO w-tot-base.
           ADD w-lin-facturado(w-idx-mes, w-idx-lin)
               TO w-tot-facturado.
           ADD w-lin-deb-base(w-idx-mes, w-idx-lin)
               TO w-tot-deb-base.
           ADD w-lin-debito(w-idx-mes, w-idx-lin) TO w-tot-debito.
           IF w-lin-facturado(w-idx-mes, w-idx-lin)
                   IS NOT EQUAL ZERO
               MOVE w-lin-facturado(w-idx-mes, w-idx-lin)
                   TO w-importe-cuota
               MOVE w-lin-debito(w-idx-mes, w-idx-lin)
                   TO w-importe-base
               PERFORM 540-CALCULAR-ESPERADO
               PERFORM 550-ESCRIBIR-DETALLE
           END-IF.

      *    Expected collection of w-importe-cuota billed, of which
      *    w-importe-base bills to socios paying by debit.
       540-CALCULAR-ESPERADO.
           COMPUTE w-esp-debito ROUNDED =
               w-importe-base * w-tasa-debito / 100.
           COMPUTE w-esp-otros ROUNDED =
               (w-importe-cuota - w-importe-base) * w-tasa-otros
               / 100.
           COMPUTE w-esperado = w-esp-debito + w-esp-otros.

       550-ESCRIBIR-DETALLE.
           MOVE "Q" TO l-clase.
           MOVE w-importe-cuota TO l-facturado.
           MOVE w-esp-debito TO l-debito.
           MOVE w-esp-otros TO l-otros.
           MOVE w-esperado TO l-esperado.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.

      *    The horizon month by month: billed and expected with the
      *    simulated increase, expected without it, and the gap.
       600-IMPRIMIR-RESUMEN.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg AFTER 1.
           MOVE "RESUMEN DEL HORIZONTE" TO lis-reg.
           write lis-reg AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           WRITE lis-reg FROM cabecera-resumen AFTER 1.
           PERFORM 610-RESUMIR-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > w-horizonte.
           MOVE "TOTAL HORIZONTE" TO lr-periodo.
           MOVE w-hor-facturado TO lr-facturado.
           MOVE w-hor-esperado TO lr-esperado.
           MOVE w-hor-esp-base TO lr-esp-base.
           COMPUTE w-diferencia = w-hor-esperado - w-hor-esp-base.
           MOVE w-diferencia TO lr-diferencia.
           write lis-reg FROM linea-resumen AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.

       610-RESUMIR-MES.
           MOVE w-fec-proy(w-idx-mes) TO w-fecha-proy.
           MOVE w-proy-aaaa TO w-per-anio.
           MOVE w-proy-mm TO w-per-mes.
           MOVE SPACES TO lr-periodo.
           MOVE w-periodo TO lr-periodo.
           INITIALIZE w-tot-mes.
           PERFORM 615-SUMAR-LINEA
               VARYING w-idx-lin FROM 1 BY 1
               UNTIL w-idx-lin > 22.
           MOVE w-tot-facturado TO lr-facturado.
           MOVE w-tot-facturado TO w-importe-cuota.
           MOVE w-tot-debito TO w-importe-base.
           PERFORM 540-CALCULAR-ESPERADO.
           MOVE w-esperado TO lr-esperado.
           COMPUTE w-esp-base ROUNDED =
               w-tot-deb-base * w-tasa-debito / 100
               + (w-tot-base - w-tot-deb-base) * w-tasa-otros / 100.
           MOVE w-esp-base TO lr-esp-base.
           COMPUTE w-diferencia = w-esperado - w-esp-base.
           MOVE w-diferencia TO lr-diferencia.
           write lis-reg FROM linea-resumen AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.

       615-SUMAR-LINEA.
           ADD w-lin-base(w-idx-mes, w-idx-lin) TO w-tot-base.
           ADD w-lin-facturado(w-idx-mes, w-idx-lin)
               TO w-tot-facturado.
           ADD w-lin-deb-base(w-idx-mes, w-idx-lin)
               TO w-tot-deb-base.
           ADD w-lin-debito(w-idx-mes, w-idx-lin) TO w-tot-debito.

       700-FIN.
           CLOSE LISTADO.

       END PROGRAM PROYECCION-INGRESOS.
