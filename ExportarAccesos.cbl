      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly access list for the turnstiles. Writes the
      *          HABILITADOSACCESO file the turnstile controller loads
      *          every morning: one line per area and socio allowed
      *          through, with the socio's check digit as printed on
      *          the carnet. Area "00" is the general entry, open to
      *          every socio in estado "A" who is not past the
      *          statutory arrears limit in LEDGER-SOCIOS (the same
      *          MORAMESES / MORAMINIMO test SuspenderMorosos applies,
      *          and likewise waived under a vigente convenio). A
      *          restricted area (the pool) is open only to those of
      *          them enrolled today in an activity ACTIVIDADES ties
      *          to that area. A run that cannot read the padron
      *          leaves yesterday's list in place and returns a
      *          nonzero code to the run controller.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-ACCESOS.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT LEDGER-SOCIOS
           ASSIGN TO "LEDGERSOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS led-socio
           FILE STATUS IS ws-ledger-status.

      *    CONVENIOS holds the payment plans; a socio paying a debt
      *    off under a vigente plan keeps the access, as the estado
      *    is kept in SuspenderMorosos.
           SELECT CONVENIOS
           ASSIGN TO "CONVENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cvn-socio
           FILE STATUS IS ws-convenios-status.

           SELECT ACTIVIDADES
           ASSIGN TO "ACTIVIDADES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-actividades-status.

           SELECT INSCRIPCIONES
           ASSIGN TO "INSCRIPCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-inscripciones-status.

      *    HABILITADOSACCESO is rewritten whole every night; the
      *    turnstile controller replaces its own list with it.
           SELECT HABILITADOS-ACCESO
           ASSIGN TO "HABILITADOSACCESO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-habilitados-status.

           SELECT SORT-WORK
           ASSIGN TO "exportaraccesos.tmp".

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
           03 led-cargos pic s9(8)v99.
           03 led-pagos pic s9(8)v99.
           03 led-fecha-mora pic 9(8).

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

       FD  ACTIVIDADES.
       01  act-reg.
           03 act-codigo pic x(2).
           03 act-descripcion pic x(20).
           03 act-importe pic 9(7)v99.
      *    "S" when the insurer wants a valid apto medico before the
      *    socio is enrolled (pool, gym); space on the older lines.
           03 act-requiere-apto pic x.
      *    Restricted area behind a turnstile (the pool) the activity
      *    gives its enrolled socios entry to; spaces when it is held
      *    in the general areas. "00" is the general entry itself.
           03 act-area pic x(2).

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-socio pic 9(5).
           03 ins-actividad pic x(2).
           03 ins-fecha-desde pic 9(8).
           03 ins-fecha-hasta pic 9(8).

       FD  HABILITADOS-ACCESO.
       01  hab-reg.
           03 hab-area pic x(2).
           03 hab-socio pic 9(5).
           03 hab-dv pic 9.

       SD  SORT-WORK.
       01  sw-reg.
           03 sw-area pic x(2).
           03 sw-socio pic 9(5).

       WORKING-STORAGE SECTION.
       01  ws-socios-status pic xx.
       01  ws-ledger-status pic xx.
       01  ws-convenios-status pic xx.
       01  ws-actividades-status pic xx.
       01  ws-inscripciones-status pic xx.
       01  ws-habilitados-status pic xx.
      *    "N" for a master the site does not keep yet: with no
      *    ledger nobody can be found in arrears, with no CONVENIOS
      *    there is no plan to honour.
       01  w-ledger-abierto pic x value "N".
       01  w-convenios-master pic x value "N".
       01  w-socios-abierto pic x value "N".
       01  w-flag-socios pic 9 value zero.
       01  w-flag-actividades pic 9 value zero.
       01  w-flag-inscripciones pic 9 value zero.
       01  w-flag-sort pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
      *    Statutory arrears limit, the one SuspenderMorosos applies:
      *    months since led-fecha-mora and the smallest debt that
      *    counts, from MORAMESES and MORAMINIMO (whole centavos) in
      *    the site environment; left unset, three months and any
      *    debt at all.
       01  w-meses-limite pic 9(2) value 3.
       01  w-meses-env pic x(2).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-minimo-deuda pic s9(7)v99 value 0,01.
       01  w-minimo-env pic x(10).
       01  w-minimo-cents pic 9(9) value zero.
      *    Arrears that started on or before this fecha are past the
      *    limit: today moved back w-meses-limite months.
       01  w-fecha-corte pic 9(8).
       01  filler REDEFINES w-fecha-corte.
           03 w-corte-aaaa pic 9(4).
           03 w-corte-mm pic 9(2).
           03 w-corte-dd pic 9(2).
       01  w-idx-mes pic 9(2).
       01  w-deuda pic s9(9)v99.
       01  w-convenio-vigente pic x.
       01  w-moroso pic x.
      *    "S" for every socio on the general list, indexed directly
      *    by the socio number, so the enrollments are only checked
      *    against socios already allowed in.
       01  w-tabla-habilitados.
           03 w-habilitado OCCURS 99999 TIMES pic x.
       01  w-idx pic 9(6).
      *    Activities that open a restricted area, with the area.
       01  w-tabla-actividades.
           03 w-actividad OCCURS 50 TIMES.
               05 w-act-codigo pic x(2).
               05 w-act-area pic x(2).
       01  w-cant-actividades pic 9(4) value zero.
       01  w-idx-act pic 9(4).
       01  w-hallado pic 9(4).
      *    Last line written, so a socio enrolled in two activities of
      *    the same area is listed for it once.
       01  w-area-anterior pic x(2).
       01  w-socio-anterior pic 9(5).
       01  w-cant-activos pic 9(5) value zero.
       01  w-cant-morosos pic 9(5) value zero.
       01  w-cant-general pic 9(5) value zero.
       01  w-cant-restringidas pic 9(6) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-socios-abierto IS EQUAL "S"
               SORT SORT-WORK
                   ON ASCENDING KEY sw-area
                      ASCENDING KEY sw-socio
                   INPUT PROCEDURE IS 200-CARGAR-HABILITADOS
                   OUTPUT PROCEDURE IS 400-GRABAR-LISTA
           END-IF.
           PERFORM 700-FIN.
           GOBACK.

       100-INICIO.
      *    Re-primed on every entry: working storage survives between
      *    CALLs from the run controller.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO w-flag-socios.
           MOVE ZERO TO w-flag-actividades.
           MOVE ZERO TO w-flag-inscripciones.
           MOVE ZERO TO w-flag-sort.
           MOVE ZERO TO w-cant-actividades.
           MOVE ZERO TO w-cant-activos.
           MOVE ZERO TO w-cant-morosos.
           MOVE ZERO TO w-cant-general.
           MOVE ZERO TO w-cant-restringidas.
           MOVE "N" TO w-ledger-abierto.
           MOVE "N" TO w-convenios-master.
           MOVE "N" TO w-socios-abierto.
           PERFORM 105-LIMPIAR-HABILITADO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-CARGAR-LIMITES.
           OPEN INPUT SOCIOS.
      *    Without the padron there is no list to give; yesterday's
      *    stays with the turnstiles and the controller is told.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               DISPLAY "La lista de acceso anterior queda vigente"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "S" TO w-socios-abierto
               OPEN INPUT LEDGER-SOCIOS
               IF ws-ledger-status IS EQUAL "00"
                   MOVE "S" TO w-ledger-abierto
               ELSE
                   DISPLAY "AVISO: no hay LEDGERSOCIOS en este "
                           "sitio, no se controla la mora"
               END-IF
               OPEN INPUT CONVENIOS
               IF ws-convenios-status IS EQUAL "00"
                   MOVE "S" TO w-convenios-master
               END-IF
               PERFORM 110-CARGAR-ACTIVIDADES
           END-IF.

       105-LIMPIAR-HABILITADO.
           MOVE SPACE TO w-habilitado(w-idx).

       110-CARGAR-ACTIVIDADES.
      *    Only the activities that open a restricted area matter
      *    here; a site with no ACTIVIDADES has only the general
      *    entry.
           OPEN INPUT ACTIVIDADES.
           IF ws-actividades-status IS NOT EQUAL "00"
               DISPLAY "AVISO: no hay ACTIVIDADES en este sitio, "
                       "solo se lista el ingreso general"
               MOVE 1 TO w-flag-actividades
           ELSE
               PERFORM 115-LEER-ACTIVIDAD
           END-IF.
           PERFORM UNTIL w-flag-actividades IS EQUAL 1
                      OR w-cant-actividades IS NOT < 50
               IF act-area IS NOT EQUAL SPACES
                       AND act-area IS NOT EQUAL "00"
                   ADD 1 TO w-cant-actividades
                   MOVE act-codigo TO
                       w-act-codigo(w-cant-actividades)
                   MOVE act-area TO w-act-area(w-cant-actividades)
               END-IF
               PERFORM 115-LEER-ACTIVIDAD
           END-PERFORM.
           IF ws-actividades-status IS NOT EQUAL "35"
               CLOSE ACTIVIDADES
           END-IF.

       115-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-actividades.

       120-CARGAR-LIMITES.
           ACCEPT w-meses-env FROM ENVIRONMENT "MORAMESES".
           MOVE ZERO TO w-largo-env.
           INSPECT w-meses-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-meses-env(1:w-largo-env) IS NUMERIC
                   MOVE w-meses-env(1:w-largo-env)
                       TO w-meses-limite
               ELSE
                   DISPLAY "AVISO: MORAMESES " w-meses-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           ACCEPT w-minimo-env FROM ENVIRONMENT "MORAMINIMO".
           IF w-minimo-env IS NOT EQUAL SPACES
               MOVE w-minimo-env TO w-minimo-cents
               COMPUTE w-minimo-deuda = w-minimo-cents / 100
           END-IF.
           MOVE w-fecha-hoy TO w-fecha-corte.
           PERFORM 125-RETROCEDER-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > w-meses-limite.

       125-RETROCEDER-MES.
      *    The day of month is kept as is: a fecha-mora is compared
      *    against the cut, never used as a calendar date itself.
           IF w-corte-mm IS EQUAL 1
               MOVE 12 TO w-corte-mm
               SUBTRACT 1 FROM w-corte-aaaa
           ELSE
               SUBTRACT 1 FROM w-corte-mm
           END-IF.

       200-CARGAR-HABILITADOS.
           PERFORM 210-INICIAR-PADRON.
           PERFORM UNTIL w-flag-socios IS EQUAL 1
               PERFORM 220-EVALUAR-SOCIO
               PERFORM 215-LEER-PADRON
           END-PERFORM.
           IF w-cant-actividades IS > ZERO
               PERFORM 300-CARGAR-INSCRIPTOS
           END-IF.

       210-INICIAR-PADRON.
           MOVE ZERO TO soc-numero.
           START SOCIOS KEY IS NOT < soc-numero
               INVALID KEY
                   MOVE 1 TO w-flag-socios
           END-START.
           IF w-flag-socios IS EQUAL ZERO
               PERFORM 215-LEER-PADRON
           END-IF.

       215-LEER-PADRON.
           READ SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-socios
           END-READ.

       220-EVALUAR-SOCIO.
           IF soc-estado IS EQUAL "A"
               ADD 1 TO w-cant-activos
               PERFORM 230-VERIFICAR-MORA
               IF w-moroso IS EQUAL "S"
                   ADD 1 TO w-cant-morosos
               ELSE
                   MOVE "S" TO w-habilitado(soc-numero)
                   MOVE "00" TO sw-area
                   MOVE soc-numero TO sw-socio
                   RELEASE sw-reg
               END-IF
           END-IF.

       230-VERIFICAR-MORA.
           MOVE "N" TO w-moroso.
           IF w-ledger-abierto IS EQUAL "S"
               MOVE soc-numero TO led-socio
               READ LEDGER-SOCIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 235-EVALUAR-LEDGER
               END-READ
           END-IF.

       235-EVALUAR-LEDGER.
           SUBTRACT led-pagos FROM led-cargos GIVING w-deuda.
           IF led-fecha-mora IS > ZERO
                   AND led-fecha-mora IS NOT > w-fecha-corte
                   AND w-deuda IS NOT < w-minimo-deuda
               PERFORM 240-VERIFICAR-CONVENIO
               IF w-convenio-vigente IS NOT EQUAL "S"
                   MOVE "S" TO w-moroso
               END-IF
           END-IF.

       240-VERIFICAR-CONVENIO.
           MOVE "N" TO w-convenio-vigente.
           IF w-convenios-master IS EQUAL "S"
               MOVE soc-numero TO cvn-socio
               READ CONVENIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF cvn-estado IS EQUAL "V"
                           MOVE "S" TO w-convenio-vigente
                       END-IF
               END-READ
           END-IF.

       300-CARGAR-INSCRIPTOS.
      *    An enrollment counts from its fecha desde through its
      *    fecha hasta (zero while open), the same window the
      *    billing and ReporteAptos use.
           OPEN INPUT INSCRIPCIONES.
           IF ws-inscripciones-status IS NOT EQUAL "00"
               DISPLAY "AVISO: no hay INSCRIPCIONES en este sitio, "
                       "las areas restringidas quedan vacias"
               MOVE 1 TO w-flag-inscripciones
           ELSE
               PERFORM 310-LEER-INSCRIPCION
           END-IF.
           PERFORM UNTIL w-flag-inscripciones IS EQUAL 1
               IF ins-socio IS NUMERIC AND ins-socio IS > ZERO
                   IF w-habilitado(ins-socio) IS EQUAL "S"
                           AND ins-fecha-desde IS NOT > w-fecha-hoy
                           AND (ins-fecha-hasta IS EQUAL ZERO
                             OR ins-fecha-hasta IS NOT < w-fecha-hoy)
                       PERFORM 320-BUSCAR-AREA
                   END-IF
               END-IF
               PERFORM 310-LEER-INSCRIPCION
           END-PERFORM.
           IF ws-inscripciones-status IS NOT EQUAL "35"
               CLOSE INSCRIPCIONES
           END-IF.

       310-LEER-INSCRIPCION.
           READ INSCRIPCIONES
               AT END MOVE 1 TO w-flag-inscripciones
           END-READ.

       320-BUSCAR-AREA.
           MOVE ZERO TO w-hallado.
           PERFORM 325-COTEJAR-ACTIVIDAD
               VARYING w-idx-act FROM 1 BY 1
               UNTIL w-idx-act > w-cant-actividades
                  OR w-hallado IS > ZERO.
           IF w-hallado IS > ZERO
               MOVE w-act-area(w-hallado) TO sw-area
               MOVE ins-socio TO sw-socio
               RELEASE sw-reg
           END-IF.

       325-COTEJAR-ACTIVIDAD.
           IF w-act-codigo(w-idx-act) IS EQUAL ins-actividad
               MOVE w-idx-act TO w-hallado
           END-IF.

       400-GRABAR-LISTA.
           OPEN OUTPUT HABILITADOS-ACCESO.
           MOVE SPACES TO w-area-anterior.
           MOVE ZERO TO w-socio-anterior.
           PERFORM 410-DEVOLVER-SORT.
           PERFORM UNTIL w-flag-sort IS EQUAL 1
               IF sw-area IS NOT EQUAL w-area-anterior
                       OR sw-socio IS NOT EQUAL w-socio-anterior
                   PERFORM 420-GRABAR-HABILITADO
               END-IF
               PERFORM 410-DEVOLVER-SORT
           END-PERFORM.
           CLOSE HABILITADOS-ACCESO.

       410-DEVOLVER-SORT.
           RETURN SORT-WORK AT END MOVE 1 TO w-flag-sort.

       420-GRABAR-HABILITADO.
           MOVE sw-area TO hab-area.
           MOVE sw-socio TO hab-socio.
           CALL "DIGITO-SOCIO" USING hab-socio, hab-dv.
           WRITE hab-reg.
           MOVE sw-area TO w-area-anterior.
           MOVE sw-socio TO w-socio-anterior.
           IF sw-area IS EQUAL "00"
               ADD 1 TO w-cant-general
           ELSE
               ADD 1 TO w-cant-restringidas
           END-IF.

       700-FIN.
           IF w-socios-abierto IS EQUAL "S"
               CLOSE SOCIOS
               IF w-ledger-abierto IS EQUAL "S"
                   CLOSE LEDGER-SOCIOS
               END-IF
               IF w-convenios-master IS EQUAL "S"
                   CLOSE CONVENIOS
               END-IF
               DISPLAY "Socios activos: " w-cant-activos
                       ", excluidos por mora: " w-cant-morosos
               DISPLAY "Habilitados ingreso general: " w-cant-general
                       ", habilitaciones de areas restringidas: "
                       w-cant-restringidas
           END-IF.

       END PROGRAM EXPORTAR-ACCESOS.
