      ******************************************************************
      * Author:
      * Date:
      * Purpose: Import of the turnstile entry log. The turnstile
      *          controller leaves MOLINETELOG, one line per card
      *          presented (fecha, hora, area, socio and whether the
      *          gate opened, "I", or refused, "R"); every line not yet
      *          imported is appended to the ACCESOS history, so the
      *          controller's log can be downloaded as often as wanted
      *          and only what is newer than the last line already on
      *          file for its area goes in. The listing shows the
      *          refused attempts of the import, each with what the
      *          padron says about the socio today, and the entries
      *          of socios who are by now past the arrears limit or
      *          suspended, with the debt behind it, so the commission
      *          can follow them up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-ACCESOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT MOLINETE-LOG
           ASSIGN TO "MOLINETELOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-molinete-status.

      *    ACCESOS is the imported history, only ever appended to.
           SELECT ACCESOS
           ASSIGN TO "ACCESOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-accesos-status.

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

      *    CONVENIOS holds the payment plans; a socio paying a debt
      *    off under a vigente plan is not taken for a moroso, the
      *    same as in SuspenderMorosos and the access list.
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

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOACCESOS".

       DATA DIVISION.
       FILE SECTION.
       FD  MOLINETE-LOG.
       01  mol-reg.
           03 mol-fecha pic 9(8).
           03 mol-hora pic 9(6).
      *    "00" the general entry, otherwise the restricted area
      *    ACTIVIDADES ties its activities to.
           03 mol-area pic x(2).
           03 mol-socio pic 9(5).
      *    "I" the gate let the socio in, "R" refused.
           03 mol-resultado pic x.

       FD  ACCESOS.
       01  acs-reg.
           03 acs-fecha pic 9(8).
           03 acs-hora pic 9(6).
           03 acs-area pic x(2).
           03 acs-socio pic 9(5).
           03 acs-resultado pic x.
           03 acs-fecha-importacion pic 9(8).

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

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-molinete-status pic xx.
       01  ws-accesos-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-ledger-status pic xx.
       01  ws-convenios-status pic xx.
       01  ws-actividades-status pic xx.
       01  ws-inscripciones-status pic xx.
      *    "N" for a master the site does not keep yet: with no
      *    ledger nobody can be found in arrears, with no CONVENIOS
      *    there is no plan to honour.
       01  w-ledger-abierto pic x value "N".
       01  w-convenios-master pic x value "N".
       01  w-flag-molinete pic 9 value zero.
       01  w-flag-accesos pic 9 value zero.
       01  w-flag-actividades pic 9 value zero.
       01  w-flag-inscripciones pic 9 value zero.
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
       01  w-fecha-mora pic 9(8).
       01  w-convenio-vigente pic x.
      *    Latest fecha and hora already in ACCESOS per area: a log
      *    line not after it was brought in by an earlier import.
       01  w-tabla-areas.
           03 w-area OCCURS 50 TIMES.
               05 w-area-codigo pic x(2).
               05 w-area-ultimo pic 9(14).
       01  w-cant-areas pic 9(4) value zero.
       01  w-idx-area pic 9(4).
       01  w-hallado pic 9(4).
       01  w-marca.
           03 w-marca-fecha pic 9(8).
           03 w-marca-hora pic 9(6).
       01  w-marca-num REDEFINES w-marca pic 9(14).
       01  w-area-buscada pic x(2).
       01  w-nueva pic x.
      *    Activities that open a restricted area, with the area.
       01  w-tabla-actividades.
           03 w-actividad OCCURS 50 TIMES.
               05 w-act-codigo pic x(2).
               05 w-act-area pic x(2).
       01  w-cant-actividades pic 9(4) value zero.
       01  w-idx-act pic 9(4).
      *    What the padron says about a socio today: "X" unknown,
      *    "E" not in estado A (suspendido, baja), "M" past the
      *    arrears limit, "N" not enrolled for the restricted area
      *    tried, "H" allowed in.
       01  w-situacion pic x.
       01  w-inscripto-area pic x.
       01  w-cant-importados pic 9(6) value zero.
       01  w-cant-repetidos pic 9(6) value zero.
       01  w-cant-invalidos pic 9(6) value zero.
       01  w-cant-rechazos pic 9(6) value zero.
       01  w-cant-morosos pic 9(6) value zero.
       01  cabecera1.
           03 filler pic x(12) value spaces.
           03 filler pic x(46) value
              "IMPORTACION DEL REGISTRO DE MOLINETES AL ".
           03 ca-fecha pic 9(8).
           03 filler pic x(14) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(9) value "FECHA".
           03 filler pic x(7) value "HORA".
           03 filler pic x(5) value "AREA".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(23) value "NOMBRE".
           03 filler pic x(30) value "SITUACION HOY".
       01  lineatitulo.
           03 lt-titulo pic x(80).
       01  detalle.
           03 l-fecha pic 9(8).
           03 filler pic x value space.
           03 l-hora pic 9(6).
           03 filler pic x value space.
           03 l-area pic x(2).
           03 filler pic x(3) value spaces.
           03 l-socio pic 9(5).
           03 filler pic x value space.
           03 l-nombre pic x(22).
           03 filler pic x value space.
           03 l-situacion pic x(30).
       01  mot-estado.
           03 filler pic x(7) value "ESTADO ".
           03 me-estado pic x.
           03 filler pic x(7) value " DEUDA ".
           03 me-deuda pic zzz.zz9,99-.
           03 filler pic x(4) value spaces.
       01  mot-mora.
           03 filler pic x(8) value "EN MORA ".
           03 mm-fecha pic 9(8).
           03 filler pic x value space.
           03 mm-deuda pic zzz.zz9,99-.
           03 filler pic x(2) value spaces.
       01  totalimportados.
           03 filler pic x(12) value "IMPORTADOS: ".
           03 ti-importados pic zzz.zz9.
           03 filler pic x(17) value "  YA IMPORTADOS: ".
           03 ti-repetidos pic zzz.zz9.
           03 filler pic x(20) value "  LINEAS INVALIDAS: ".
           03 ti-invalidos pic zzz.zz9.
           03 filler pic x(10) value spaces.
       01  totalcontrol.
           03 filler pic x(10) value "RECHAZOS: ".
           03 tc-rechazos pic zzz.zz9.
           03 filler pic x(32) value
              "  INGRESOS DE SOCIOS EN MORA: ".
           03 tc-morosos pic zzz.zz9.
           03 filler pic x(24) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-IMPORTAR-RECHAZOS.
           PERFORM 300-INGRESOS-MOROSOS.
           PERFORM 600-TOTALES.
           PERFORM 700-FIN.
           GOBACK.

       100-INICIO.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-CARGAR-LIMITES.
           OPEN INPUT MOLINETE-LOG.
           IF ws-molinete-status IS NOT EQUAL "00"
               DISPLAY "No hay registro MOLINETELOG para importar"
               GOBACK
           END-IF.
           CLOSE MOLINETE-LOG.
           OPEN INPUT SOCIOS.
      *    SOCIOS is the member master every socio lookup in this
      *    program depends on; a missing/unopenable file has to stop
      *    the run here instead of failing later on the first READ.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LEDGER-SOCIOS.
           IF ws-ledger-status IS EQUAL "00"
               MOVE "S" TO w-ledger-abierto
           ELSE
               DISPLAY "AVISO: no hay LEDGERSOCIOS en este sitio, "
                       "no se controla la mora"
           END-IF.
           OPEN INPUT CONVENIOS.
           IF ws-convenios-status IS EQUAL "00"
               MOVE "S" TO w-convenios-master
           END-IF.
           PERFORM 130-CARGAR-ACTIVIDADES.
           PERFORM 150-CARGAR-IMPORTADOS.
           OPEN EXTEND ACCESOS.
           IF ws-accesos-status IS EQUAL "35"
               OPEN OUTPUT ACCESOS
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-hoy TO ca-fecha.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

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

       130-CARGAR-ACTIVIDADES.
           OPEN INPUT ACTIVIDADES.
           IF ws-actividades-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-actividades
           ELSE
               PERFORM 135-LEER-ACTIVIDAD
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
               PERFORM 135-LEER-ACTIVIDAD
           END-PERFORM.
           IF ws-actividades-status IS NOT EQUAL "35"
               CLOSE ACTIVIDADES
           END-IF.

       135-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-actividades.

       150-CARGAR-IMPORTADOS.
      *    The history is in import order, but a later download can
      *    carry older lines of another area, so the latest marca is
      *    kept per area rather than for the file as a whole.
           OPEN INPUT ACCESOS.
           IF ws-accesos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-accesos
           ELSE
               PERFORM 155-LEER-ACCESO
           END-IF.
           PERFORM UNTIL w-flag-accesos IS EQUAL 1
               MOVE acs-area TO w-area-buscada
               PERFORM 160-BUSCAR-AREA
               MOVE acs-fecha TO w-marca-fecha
               MOVE acs-hora TO w-marca-hora
               IF w-hallado IS EQUAL ZERO
                   IF w-cant-areas IS < 50
                       ADD 1 TO w-cant-areas
                       MOVE acs-area TO w-area-codigo(w-cant-areas)
                       MOVE w-marca-num TO
                           w-area-ultimo(w-cant-areas)
                   END-IF
               ELSE
                   IF w-marca-num IS > w-area-ultimo(w-hallado)
                       MOVE w-marca-num TO w-area-ultimo(w-hallado)
                   END-IF
               END-IF
               PERFORM 155-LEER-ACCESO
           END-PERFORM.
           IF ws-accesos-status IS NOT EQUAL "35"
               CLOSE ACCESOS
           END-IF.

       155-LEER-ACCESO.
           READ ACCESOS AT END MOVE 1 TO w-flag-accesos.

       160-BUSCAR-AREA.
           MOVE ZERO TO w-hallado.
           PERFORM 165-COTEJAR-AREA
               VARYING w-idx-area FROM 1 BY 1
               UNTIL w-idx-area > w-cant-areas
                  OR w-hallado IS > ZERO.

       165-COTEJAR-AREA.
           IF w-area-codigo(w-idx-area) IS EQUAL w-area-buscada
               MOVE w-idx-area TO w-hallado
           END-IF.

       170-EVALUAR-LINEA.
      *    "S" when the log line is well formed and newer than what
      *    ACCESOS already holds for its area. The table is the one
      *    loaded before this import, so both passes over the log
      *    pick the same lines.
           MOVE "N" TO w-nueva.
           IF mol-fecha IS NUMERIC AND mol-hora IS NUMERIC
                   AND mol-socio IS NUMERIC
                   AND (mol-resultado IS EQUAL "I"
                     OR mol-resultado IS EQUAL "R")
               MOVE "S" TO w-nueva
               MOVE mol-area TO w-area-buscada
               PERFORM 160-BUSCAR-AREA
               IF w-hallado IS > ZERO
                   MOVE mol-fecha TO w-marca-fecha
                   MOVE mol-hora TO w-marca-hora
                   IF w-marca-num IS NOT > w-area-ultimo(w-hallado)
                       MOVE "R" TO w-nueva
                   END-IF
               END-IF
           END-IF.

       180-LEER-MOLINETE.
           READ MOLINETE-LOG AT END MOVE 1 TO w-flag-molinete.

       190-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM lineatitulo AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       200-IMPORTAR-RECHAZOS.
           MOVE "INTENTOS RECHAZADOS POR EL MOLINETE" TO lt-titulo.
           WRITE lis-reg FROM lineatitulo AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE ZERO TO w-flag-molinete.
           OPEN INPUT MOLINETE-LOG.
           PERFORM 180-LEER-MOLINETE.
           PERFORM UNTIL w-flag-molinete IS EQUAL 1
               PERFORM 170-EVALUAR-LINEA
               IF w-nueva IS EQUAL "N"
                   ADD 1 TO w-cant-invalidos
               END-IF
               IF w-nueva IS EQUAL "R"
                   ADD 1 TO w-cant-repetidos
               END-IF
               IF w-nueva IS EQUAL "S"
                   PERFORM 210-GRABAR-ACCESO
                   IF mol-resultado IS EQUAL "R"
                       PERFORM 220-LISTAR-RECHAZO
                   END-IF
               END-IF
               PERFORM 180-LEER-MOLINETE
           END-PERFORM.
           CLOSE MOLINETE-LOG.

       210-GRABAR-ACCESO.
           MOVE mol-fecha TO acs-fecha.
           MOVE mol-hora TO acs-hora.
           MOVE mol-area TO acs-area.
           MOVE mol-socio TO acs-socio.
           MOVE mol-resultado TO acs-resultado.
           MOVE w-fecha-hoy TO acs-fecha-importacion.
           WRITE acs-reg.
           ADD 1 TO w-cant-importados.

       220-LISTAR-RECHAZO.
           PERFORM 400-EVALUAR-SOCIO.
           IF w-situacion IS EQUAL "H"
                   AND mol-area IS NOT EQUAL "00"
               PERFORM 450-VERIFICAR-INSCRIPCION
               IF w-inscripto-area IS NOT EQUAL "S"
                   MOVE "N" TO w-situacion
                   MOVE "NO INSCRIPTO PARA EL AREA" TO l-situacion
               END-IF
           END-IF.
           IF w-situacion IS EQUAL "H"
               MOVE "HABILITADO A LA FECHA" TO l-situacion
           END-IF.
           PERFORM 500-IMPRIMIR-LINEA.
           ADD 1 TO w-cant-rechazos.

       300-INGRESOS-MOROSOS.
           MOVE "INGRESOS DE SOCIOS HOY EN MORA O SUSPENDIDOS"
               TO lt-titulo.
           WRITE lis-reg FROM lineatitulo AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE ZERO TO w-flag-molinete.
           OPEN INPUT MOLINETE-LOG.
           PERFORM 180-LEER-MOLINETE.
           PERFORM UNTIL w-flag-molinete IS EQUAL 1
               IF mol-resultado IS EQUAL "I"
                   PERFORM 170-EVALUAR-LINEA
                   IF w-nueva IS EQUAL "S"
                       PERFORM 310-EVALUAR-INGRESO
                   END-IF
               END-IF
               PERFORM 180-LEER-MOLINETE
           END-PERFORM.
           CLOSE MOLINETE-LOG.

       310-EVALUAR-INGRESO.
      *    A socio let in who is by now past the limit, or already
      *    suspended for it, is what the commission wants to see.
           PERFORM 400-EVALUAR-SOCIO.
           IF w-situacion IS EQUAL "M"
                   OR (w-situacion IS EQUAL "E"
                       AND soc-estado IS EQUAL "S")
               PERFORM 500-IMPRIMIR-LINEA
               ADD 1 TO w-cant-morosos
           END-IF.

       400-EVALUAR-SOCIO.
           MOVE "H" TO w-situacion.
           MOVE SPACES TO l-situacion.
           MOVE SPACES TO soc-nombre.
           MOVE SPACE TO soc-estado.
           IF mol-socio IS EQUAL ZERO
               MOVE "X" TO w-situacion
           ELSE
               MOVE mol-socio TO soc-numero
               READ SOCIOS
                   INVALID KEY
                       MOVE "X" TO w-situacion
               END-READ
           END-IF.
           IF w-situacion IS EQUAL "X"
               MOVE "SOCIO INEXISTENTE" TO l-situacion
           ELSE
               PERFORM 410-VERIFICAR-MORA
      *        The limit only decides for a socio still in estado
      *        A; any other estado is shown with the debt behind it.
               IF soc-estado IS NOT EQUAL "A"
                   MOVE "E" TO w-situacion
                   MOVE soc-estado TO me-estado
                   MOVE w-deuda TO me-deuda
                   MOVE mot-estado TO l-situacion
               END-IF
               IF w-situacion IS EQUAL "M"
                   MOVE w-fecha-mora TO mm-fecha
                   MOVE w-deuda TO mm-deuda
                   MOVE mot-mora TO l-situacion
               END-IF
           END-IF.

       410-VERIFICAR-MORA.
           MOVE ZERO TO w-deuda.
           MOVE ZERO TO w-fecha-mora.
           IF w-ledger-abierto IS EQUAL "S"
               MOVE mol-socio TO led-socio
               READ LEDGER-SOCIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 415-EVALUAR-LEDGER
               END-READ
           END-IF.

       415-EVALUAR-LEDGER.
           SUBTRACT led-pagos FROM led-cargos GIVING w-deuda.
           MOVE led-fecha-mora TO w-fecha-mora.
           IF soc-estado IS EQUAL "A"
                   AND led-fecha-mora IS > ZERO
                   AND led-fecha-mora IS NOT > w-fecha-corte
                   AND w-deuda IS NOT < w-minimo-deuda
               PERFORM 420-VERIFICAR-CONVENIO
               IF w-convenio-vigente IS NOT EQUAL "S"
                   MOVE "M" TO w-situacion
               END-IF
           END-IF.

       420-VERIFICAR-CONVENIO.
           MOVE "N" TO w-convenio-vigente.
           IF w-convenios-master IS EQUAL "S"
               MOVE mol-socio TO cvn-socio
               READ CONVENIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF cvn-estado IS EQUAL "V"
                           MOVE "S" TO w-convenio-vigente
                       END-IF
               END-READ
           END-IF.

       450-VERIFICAR-INSCRIPCION.
      *    Only for a refusal at a restricted area of a socio
      *    otherwise allowed in, so the few cases pay the scan.
           MOVE "N" TO w-inscripto-area.
           MOVE ZERO TO w-flag-inscripciones.
           OPEN INPUT INSCRIPCIONES.
           IF ws-inscripciones-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-inscripciones
           ELSE
               PERFORM 455-LEER-INSCRIPCION
           END-IF.
           PERFORM UNTIL w-flag-inscripciones IS EQUAL 1
                      OR w-inscripto-area IS EQUAL "S"
               IF ins-socio IS EQUAL mol-socio
                       AND ins-fecha-desde IS NOT > w-fecha-hoy
                       AND (ins-fecha-hasta IS EQUAL ZERO
                         OR ins-fecha-hasta IS NOT < w-fecha-hoy)
                   PERFORM 460-COTEJAR-AREA-ACTIVIDAD
                       VARYING w-idx-act FROM 1 BY 1
                       UNTIL w-idx-act > w-cant-actividades
                          OR w-inscripto-area IS EQUAL "S"
               END-IF
               PERFORM 455-LEER-INSCRIPCION
           END-PERFORM.
           IF ws-inscripciones-status IS NOT EQUAL "35"
               CLOSE INSCRIPCIONES
           END-IF.

       455-LEER-INSCRIPCION.
           READ INSCRIPCIONES
               AT END MOVE 1 TO w-flag-inscripciones
           END-READ.

       460-COTEJAR-AREA-ACTIVIDAD.
           IF w-act-codigo(w-idx-act) IS EQUAL ins-actividad
                   AND w-act-area(w-idx-act) IS EQUAL mol-area
               MOVE "S" TO w-inscripto-area
           END-IF.

       500-IMPRIMIR-LINEA.
           MOVE mol-fecha TO l-fecha.
           MOVE mol-hora TO l-hora.
           MOVE mol-area TO l-area.
           MOVE mol-socio TO l-socio.
           MOVE soc-nombre TO l-nombre.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 190-LISTAR-ENCABEZADO
           END-WRITE.
           DISPLAY lis-reg.

       600-TOTALES.
           MOVE w-cant-importados TO ti-importados.
           MOVE w-cant-repetidos TO ti-repetidos.
           MOVE w-cant-invalidos TO ti-invalidos.
           MOVE w-cant-rechazos TO tc-rechazos.
           MOVE w-cant-morosos TO tc-morosos.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM totalimportados AFTER 1.
           DISPLAY lis-reg.
           WRITE lis-reg FROM totalcontrol AFTER 1.
           DISPLAY lis-reg.

       700-FIN.
           CLOSE ACCESOS.
           CLOSE SOCIOS.
           IF w-ledger-abierto IS EQUAL "S"
               CLOSE LEDGER-SOCIOS
           END-IF.
           IF w-convenios-master IS EQUAL "S"
               CLOSE CONVENIOS
           END-IF.
           CLOSE LISTADO.

       END PROGRAM IMPORTAR-ACCESOS.
