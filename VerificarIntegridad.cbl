      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cross-master referential integrity check, run before
      *          the monthly billing. AuditarLedger proves the ledger
      *          and ValidarPipeline proves ARCHTRANS; this proves the
      *          masters agree with each other: GRUPOS rows pointing
      *          at a socio de baja or missing, open INSCRIPCIONES and
      *          active DEBITOS of bajas, EXENCIONES of unknown socios,
      *          CONVENIOS still vigentes with no debt left, categorias
      *          with no TARIFAS line, LEDGERSOCIOS rows with no socio
      *          and socios in service with no CONTACTOS. Every case
      *          is printed under its kind with a count, and a nonzero
      *          return code tells the run controller to hold the
      *          billing until they are fixed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-INTEGRIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs, so this inspects the same masters they keep.
           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT GRUPOS
           ASSIGN TO "GRUPOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-grupos-status.

           SELECT INSCRIPCIONES
           ASSIGN TO "INSCRIPCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-inscripciones-status.

           SELECT DEBITOS
           ASSIGN TO "DEBITOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS deb-socio
           FILE STATUS IS ws-debitos-status.

           SELECT EXENCIONES
           ASSIGN TO "EXENCIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS exe-socio
           FILE STATUS IS ws-exenciones-status.

           SELECT CONVENIOS
           ASSIGN TO "CONVENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cvn-socio
           FILE STATUS IS ws-convenios-status.

           SELECT TARIFAS
           ASSIGN TO "TARIFAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-tarifas-status.

           SELECT LEDGER-SOCIOS
           ASSIGN TO "LEDGERSOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS led-socio
           FILE STATUS IS ws-ledger-status.

           SELECT CONTACTOS
           ASSIGN TO "CONTACTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS con-socio
           FILE STATUS IS ws-contactos-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "INTEGRIDAD".

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

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-socio pic 9(5).
           03 ins-actividad pic x(2).
           03 ins-fecha-desde pic 9(8).
      *    Zero means the enrollment is still open.
           03 ins-fecha-hasta pic 9(8).

       FD  DEBITOS.
       01  deb-reg.
           03 deb-socio pic 9(5).
           03 deb-cbu pic x(22).
           03 deb-banco pic x(20).
           03 deb-activo pic x.
           03 deb-fecha-alta pic 9(8).

       FD  EXENCIONES.
       01  exe-reg.
           03 exe-socio pic 9(5).
           03 exe-porcentaje pic 9(3).
           03 exe-fecha-desde pic 9(8).
           03 exe-fecha-hasta pic 9(8).
           03 exe-supervisor pic x(10).

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

       FD  TARIFAS.
       01  tar-reg.
           03 tar-categoria pic x.
           03 tar-vigencia pic 9(8).
           03 tar-importe pic 9(7)v99.

       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.
           03 led-pagos pic s9(8)v99.
           03 led-fecha-mora pic 9(8).

       FD  CONTACTOS.
       01  con-reg.
           03 con-socio pic 9(5).
           03 con-domicilio pic x(30).
           03 con-localidad pic x(20).
           03 con-telefono pic x(15).

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-socios-status pic xx.
       01  ws-grupos-status pic xx.
       01  ws-inscripciones-status pic xx.
       01  ws-debitos-status pic xx.
       01  ws-exenciones-status pic xx.
       01  ws-convenios-status pic xx.
       01  ws-tarifas-status pic xx.
       01  ws-ledger-status pic xx.
       01  ws-contactos-status pic xx.
       01  w-flag-lectura pic 9 value zero.
      *    The open status alone cannot tell later whether SOCIOS
      *    is open: the checks' reads leave it at "23" or "10".
       01  w-socios-abierto pic x value "N".
       01  w-ledger-abierto pic x value "N".
       01  w-contactos-abierto pic x value "N".
       01  w-fecha-hoy pic 9(8).
      *    Kinds of inconsistency, in the order they are checked and
      *    printed, with the count of each.
       01  w-tabla-tipos.
           03 filler pic x(34)
               value "GRUPOS CON SOCIO DE BAJA O NO HAY".
           03 filler pic x(34)
               value "INSCRIPCIONES ABIERTAS DE BAJAS".
           03 filler pic x(34)
               value "DEBITOS ACTIVOS DE BAJAS".
           03 filler pic x(34)
               value "EXENCIONES DE SOCIOS INEXISTENTES".
           03 filler pic x(34)
               value "CONVENIOS VIGENTES SIN DEUDA".
           03 filler pic x(34)
               value "CATEGORIAS SIN LINEA EN TARIFAS".
           03 filler pic x(34)
               value "LEDGER SIN SOCIO EN EL PADRON".
           03 filler pic x(34)
               value "SOCIOS SIN CONTACTOS".
       01  filler REDEFINES w-tabla-tipos.
           03 w-tipo-leyenda OCCURS 8 TIMES pic x(34).
       01  w-tabla-cantidades.
           03 w-cant-tipo OCCURS 8 TIMES pic 9(5).
       01  w-tipo pic 9.
       01  w-cant-total pic 9(6) value zero.
       01  w-cant-avisos pic 9(3) value zero.
      *    Answer of 150-BUSCAR-SOCIO for w-socio-buscado: "A" in the
      *    padron and not de baja, "B" de baja, "I" not in the
      *    padron at all.
       01  w-socio-buscado pic 9(5).
       01  w-situacion pic x.
      *    Categoria letters with at least one TARIFAS line.
       01  w-tabla-categorias.
           03 w-tar-categoria OCCURS 50 TIMES pic x.
       01  w-cant-categorias pic 9(2) value zero.
       01  w-idx-cat pic 9(2).
       01  w-categoria-hallada pic x.
       01  w-categoria-buscada pic x.
       01  w-tarifas-cargadas pic x value "N".
       01  w-deuda pic s9(8)v99.
       01  cabecera1.
           03 filler pic x(2) value spaces.
           03 filler pic x(40)
               value "INTEGRIDAD CRUZADA DE LOS MAESTROS DEL ".
           03 c1-fecha pic 9(8).
           03 filler pic x(30) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  lineatitulo.
           03 filler pic x(2) value spaces.
           03 lt-titulo pic x(40).
           03 filler pic x(38) value spaces.
       01  lineacaso.
           03 filler pic x(3) value spaces.
           03 filler pic x(6) value "SOCIO ".
           03 lc-socio pic 9(5).
           03 filler pic x(2) value spaces.
           03 lc-motivo pic x(50).
           03 filler pic x(14) value spaces.
       01  lineacuenta.
           03 filler pic x(4) value spaces.
           03 lq-leyenda pic x(34).
           03 filler pic x(2) value spaces.
           03 lq-cant pic zzzz9.
           03 filler pic x(35) value spaces.
       01  lineadictamen.
           03 filler pic x(2) value spaces.
           03 ld-dictamen pic x(60).
           03 filler pic x(18) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-socios-abierto IS EQUAL "S"
               PERFORM 200-VERIFICAR-GRUPOS
               PERFORM 250-VERIFICAR-INSCRIPCIONES
               PERFORM 300-VERIFICAR-DEBITOS
               PERFORM 350-VERIFICAR-EXENCIONES
               PERFORM 400-VERIFICAR-CONVENIOS
               PERFORM 450-VERIFICAR-CATEGORIAS
               PERFORM 500-VERIFICAR-LEDGER
               PERFORM 550-VERIFICAR-CONTACTOS
           END-IF.
           PERFORM 600-DICTAMEN.
           PERFORM 700-FIN.
           GOBACK.

       100-INICIO.
      *    Re-primed on every entry: working storage survives between
      *    CALLs from the run controller, and a carried-over count
      *    would poison the dictamen.
           MOVE ZERO TO w-cant-total.
           MOVE ZERO TO w-cant-avisos.
           MOVE ZERO TO w-cant-categorias.
           MOVE "N" TO w-tarifas-cargadas.
           MOVE "N" TO w-socios-abierto.
           MOVE "N" TO w-ledger-abierto.
           MOVE "N" TO w-contactos-abierto.
           PERFORM 105-LIMPIAR-CANTIDAD
               VARYING w-tipo FROM 1 BY 1
               UNTIL w-tipo > 8.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-hoy TO c1-fecha.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           OPEN INPUT SOCIOS.
           IF ws-socios-status IS EQUAL "00"
               MOVE "S" TO w-socios-abierto
           ELSE
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               MOVE "ERROR: SOCIOS no abre, no se verifico nada"
                   TO lt-titulo
               WRITE lis-reg FROM lineatitulo AFTER 1
           END-IF.
           OPEN INPUT LEDGER-SOCIOS.
           IF ws-ledger-status IS EQUAL "00"
               MOVE "S" TO w-ledger-abierto
           END-IF.
           OPEN INPUT CONTACTOS.
           IF ws-contactos-status IS EQUAL "00"
               MOVE "S" TO w-contactos-abierto
           END-IF.

       105-LIMPIAR-CANTIDAD.
           MOVE ZERO TO w-cant-tipo(w-tipo).

       150-BUSCAR-SOCIO.
           MOVE w-socio-buscado TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   MOVE "I" TO w-situacion
               NOT INVALID KEY
                   IF soc-estado IS EQUAL "B"
                       MOVE "B" TO w-situacion
                   ELSE
                       MOVE "A" TO w-situacion
                   END-IF
           END-READ.

       160-TITULO.
           MOVE w-tipo-leyenda(w-tipo) TO lt-titulo.
           WRITE lis-reg FROM lineatitulo AFTER 2
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER PAGE
                   WRITE lis-reg FROM cabecera2 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.

       165-SIN-ARCHIVO.
      *    A master the site does not keep yet has nothing to
      *    contradict; it is noted and the check passed over.
           MOVE "  (archivo no disponible, no se verifica)"
               TO lt-titulo.
           WRITE lis-reg FROM lineatitulo AFTER 1.
           ADD 1 TO w-cant-avisos.

       170-INFORMAR-CASO.
           ADD 1 TO w-cant-tipo(w-tipo).
           ADD 1 TO w-cant-total.
           write lis-reg FROM lineacaso AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER PAGE
                   WRITE lis-reg FROM cabecera2 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.

       175-MOTIVO-SITUACION.
           IF w-situacion IS EQUAL "B"
               MOVE "(de baja)" TO lc-motivo(37:14)
           ELSE
               MOVE "(no existe)" TO lc-motivo(37:14)
           END-IF.

       180-CUENTA.
           MOVE "Total" TO lq-leyenda.
           MOVE w-cant-tipo(w-tipo) TO lq-cant.
           WRITE lis-reg FROM lineacuenta AFTER 1.

       200-VERIFICAR-GRUPOS.
      *    Both ends of a family link must be socios in service: a
      *    head de baja leaves the members billed to no one, a
      *    member de baja keeps riding on the head's account.
           MOVE 1 TO w-tipo.
           PERFORM 160-TITULO.
           MOVE ZERO TO w-flag-lectura.
           OPEN INPUT GRUPOS.
           IF ws-grupos-status IS NOT EQUAL "00"
               PERFORM 165-SIN-ARCHIVO
           ELSE
               PERFORM 210-LEER-GRUPO
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   MOVE gru-cabeza TO w-socio-buscado
                   PERFORM 150-BUSCAR-SOCIO
                   IF w-situacion IS NOT EQUAL "A"
                       MOVE gru-cabeza TO lc-socio
                       MOVE "cabeza de grupo de baja/inexistente"
                           TO lc-motivo
                       MOVE gru-miembro TO lc-motivo(37:5)
                       PERFORM 170-INFORMAR-CASO
                   END-IF
                   MOVE gru-miembro TO w-socio-buscado
                   PERFORM 150-BUSCAR-SOCIO
                   IF w-situacion IS NOT EQUAL "A"
                       MOVE gru-miembro TO lc-socio
                       MOVE "miembro de baja/inexistente, cabeza"
                           TO lc-motivo
                       MOVE gru-cabeza TO lc-motivo(37:5)
                       PERFORM 170-INFORMAR-CASO
                   END-IF
                   PERFORM 210-LEER-GRUPO
               END-PERFORM
               CLOSE GRUPOS
           END-IF.
           PERFORM 180-CUENTA.

       210-LEER-GRUPO.
           READ GRUPOS AT END MOVE 1 TO w-flag-lectura.

       250-VERIFICAR-INSCRIPCIONES.
      *    An enrollment still open today (no fecha hasta, or one
      *    not yet reached) keeps billing its activity.
           MOVE 2 TO w-tipo.
           PERFORM 160-TITULO.
           MOVE ZERO TO w-flag-lectura.
           OPEN INPUT INSCRIPCIONES.
           IF ws-inscripciones-status IS NOT EQUAL "00"
               PERFORM 165-SIN-ARCHIVO
           ELSE
               PERFORM 260-LEER-INSCRIPCION
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   IF ins-fecha-hasta IS EQUAL ZERO
                           OR ins-fecha-hasta IS NOT < w-fecha-hoy
                       MOVE ins-socio TO w-socio-buscado
                       PERFORM 150-BUSCAR-SOCIO
                       IF w-situacion IS NOT EQUAL "A"
                           MOVE ins-socio TO lc-socio
                           MOVE "inscripcion abierta, actividad"
                               TO lc-motivo
                           MOVE ins-actividad TO lc-motivo(32:2)
                           PERFORM 175-MOTIVO-SITUACION
                           PERFORM 170-INFORMAR-CASO
                       END-IF
                   END-IF
                   PERFORM 260-LEER-INSCRIPCION
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.
           PERFORM 180-CUENTA.

       260-LEER-INSCRIPCION.
           READ INSCRIPCIONES AT END MOVE 1 TO w-flag-lectura.

       300-VERIFICAR-DEBITOS.
           MOVE 3 TO w-tipo.
           PERFORM 160-TITULO.
           MOVE ZERO TO w-flag-lectura.
           OPEN INPUT DEBITOS.
           IF ws-debitos-status IS NOT EQUAL "00"
               PERFORM 165-SIN-ARCHIVO
           ELSE
               PERFORM 310-LEER-DEBITO
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   IF deb-activo IS EQUAL "S"
                       MOVE deb-socio TO w-socio-buscado
                       PERFORM 150-BUSCAR-SOCIO
                       IF w-situacion IS NOT EQUAL "A"
                           MOVE deb-socio TO lc-socio
                           MOVE "debito automatico activo"
                               TO lc-motivo
                           PERFORM 175-MOTIVO-SITUACION
                           PERFORM 170-INFORMAR-CASO
                       END-IF
                   END-IF
                   PERFORM 310-LEER-DEBITO
               END-PERFORM
               CLOSE DEBITOS
           END-IF.
           PERFORM 180-CUENTA.

       310-LEER-DEBITO.
           READ DEBITOS NEXT RECORD
               AT END MOVE 1 TO w-flag-lectura
           END-READ.

       350-VERIFICAR-EXENCIONES.
           MOVE 4 TO w-tipo.
           PERFORM 160-TITULO.
           MOVE ZERO TO w-flag-lectura.
           OPEN INPUT EXENCIONES.
           IF ws-exenciones-status IS NOT EQUAL "00"
               PERFORM 165-SIN-ARCHIVO
           ELSE
               PERFORM 360-LEER-EXENCION
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   MOVE exe-socio TO w-socio-buscado
                   PERFORM 150-BUSCAR-SOCIO
                   IF w-situacion IS EQUAL "I"
                       MOVE exe-socio TO lc-socio
                       MOVE "exencion del     % sin socio en el padron"
                           TO lc-motivo
                       MOVE exe-porcentaje TO lc-motivo(14:3)
                       PERFORM 170-INFORMAR-CASO
                   END-IF
                   PERFORM 360-LEER-EXENCION
               END-PERFORM
               CLOSE EXENCIONES
           END-IF.
           PERFORM 180-CUENTA.

       360-LEER-EXENCION.
           READ EXENCIONES NEXT RECORD
               AT END MOVE 1 TO w-flag-lectura
           END-READ.

       400-VERIFICAR-CONVENIOS.
      *    A vigente convenio keeps generating installments; with
      *    the debt it refinanced already gone (cargos no longer
      *    above pagos, the same measure ConvenioPago uses at the
      *    alta) it should have been cancelled.
           MOVE 5 TO w-tipo.
           PERFORM 160-TITULO.
           MOVE ZERO TO w-flag-lectura.
           OPEN INPUT CONVENIOS.
           IF ws-convenios-status IS NOT EQUAL "00"
               PERFORM 165-SIN-ARCHIVO
           ELSE
               PERFORM 410-LEER-CONVENIO
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   IF cvn-estado IS EQUAL "V"
                       PERFORM 420-DEUDA-DEL-SOCIO
                       IF w-deuda IS NOT > ZERO
                           MOVE cvn-socio TO lc-socio
                           MOVE "convenio vigente sin deuda"
                               TO lc-motivo
                           PERFORM 170-INFORMAR-CASO
                       END-IF
                   END-IF
                   PERFORM 410-LEER-CONVENIO
               END-PERFORM
               CLOSE CONVENIOS
           END-IF.
           PERFORM 180-CUENTA.

       410-LEER-CONVENIO.
           READ CONVENIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-lectura
           END-READ.

       420-DEUDA-DEL-SOCIO.
      *    No ledger row means nothing was ever charged: no debt.
           MOVE ZERO TO w-deuda.
           IF w-ledger-abierto IS EQUAL "S"
               MOVE cvn-socio TO led-socio
               READ LEDGER-SOCIOS
                   INVALID KEY
                       MOVE ZERO TO w-deuda
                   NOT INVALID KEY
                       COMPUTE w-deuda = led-cargos - led-pagos
               END-READ
           END-IF.

       450-VERIFICAR-CATEGORIAS.
      *    A socio in service whose categoria has no tariff line at
      *    all is silently skipped by GenerarCuotas.
           MOVE 6 TO w-tipo.
           PERFORM 160-TITULO.
           PERFORM 460-CARGAR-TARIFAS.
           IF w-tarifas-cargadas IS NOT EQUAL "S"
               PERFORM 165-SIN-ARCHIVO
           ELSE
               PERFORM 470-INICIAR-PADRON
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   IF soc-estado IS NOT EQUAL "B"
                       MOVE soc-categoria TO w-categoria-buscada
                       PERFORM 480-BUSCAR-CATEGORIA
                       IF w-categoria-hallada IS NOT EQUAL "S"
                           MOVE soc-numero TO lc-socio
                           MOVE "categoria   sin linea en TARIFAS"
                               TO lc-motivo
                           MOVE soc-categoria TO lc-motivo(11:1)
                           PERFORM 170-INFORMAR-CASO
                       END-IF
                   END-IF
                   PERFORM 475-LEER-PADRON
               END-PERFORM
           END-IF.
           PERFORM 180-CUENTA.

       460-CARGAR-TARIFAS.
           MOVE ZERO TO w-flag-lectura.
           OPEN INPUT TARIFAS.
           IF ws-tarifas-status IS EQUAL "00"
               MOVE "S" TO w-tarifas-cargadas
               PERFORM 465-LEER-TARIFA
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   MOVE tar-categoria TO w-categoria-buscada
                   PERFORM 480-BUSCAR-CATEGORIA
                   IF w-categoria-hallada IS NOT EQUAL "S"
                           AND w-cant-categorias IS < 50
                       ADD 1 TO w-cant-categorias
                       MOVE tar-categoria
                           TO w-tar-categoria(w-cant-categorias)
                   END-IF
                   PERFORM 465-LEER-TARIFA
               END-PERFORM
               CLOSE TARIFAS
           END-IF.

       465-LEER-TARIFA.
           READ TARIFAS AT END MOVE 1 TO w-flag-lectura.

       470-INICIAR-PADRON.
      *    The padron is walked from the first number; the random
      *    reads of the earlier checks leave no useful position.
           MOVE ZERO TO w-flag-lectura.
           MOVE ZERO TO soc-numero.
           START SOCIOS KEY IS NOT < soc-numero
               INVALID KEY
                   MOVE 1 TO w-flag-lectura
           END-START.
           IF w-flag-lectura IS EQUAL ZERO
               PERFORM 475-LEER-PADRON
           END-IF.

       475-LEER-PADRON.
           READ SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-lectura
           END-READ.

       480-BUSCAR-CATEGORIA.
           MOVE "N" TO w-categoria-hallada.
           PERFORM 485-COTEJAR-CATEGORIA
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > w-cant-categorias
                  OR w-categoria-hallada IS EQUAL "S".

       485-COTEJAR-CATEGORIA.
           IF w-tar-categoria(w-idx-cat) IS EQUAL
                   w-categoria-buscada
               MOVE "S" TO w-categoria-hallada
           END-IF.

       500-VERIFICAR-LEDGER.
           MOVE 7 TO w-tipo.
           PERFORM 160-TITULO.
           IF w-ledger-abierto IS NOT EQUAL "S"
               PERFORM 165-SIN-ARCHIVO
           ELSE
               MOVE ZERO TO w-flag-lectura
               MOVE ZERO TO led-socio
               START LEDGER-SOCIOS KEY IS NOT < led-socio
                   INVALID KEY
                       MOVE 1 TO w-flag-lectura
               END-START
               IF w-flag-lectura IS EQUAL ZERO
                   PERFORM 510-LEER-LEDGER
               END-IF
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   MOVE led-socio TO w-socio-buscado
                   PERFORM 150-BUSCAR-SOCIO
                   IF w-situacion IS EQUAL "I"
                       MOVE led-socio TO lc-socio
                       MOVE "cuenta en LEDGERSOCIOS sin socio"
                           TO lc-motivo
                       PERFORM 170-INFORMAR-CASO
                   END-IF
                   PERFORM 510-LEER-LEDGER
               END-PERFORM
           END-IF.
           PERFORM 180-CUENTA.

       510-LEER-LEDGER.
           READ LEDGER-SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-lectura
           END-READ.

       550-VERIFICAR-CONTACTOS.
      *    Only socios in service need somewhere to be reached; a
      *    baja's contact may well have been purged.
           MOVE 8 TO w-tipo.
           PERFORM 160-TITULO.
           IF w-contactos-abierto IS NOT EQUAL "S"
               PERFORM 165-SIN-ARCHIVO
           ELSE
               PERFORM 470-INICIAR-PADRON
               PERFORM UNTIL w-flag-lectura IS EQUAL 1
                   IF soc-estado IS NOT EQUAL "B"
                       MOVE soc-numero TO con-socio
                       READ CONTACTOS
                           INVALID KEY
                               MOVE soc-numero TO lc-socio
                               MOVE soc-nombre TO lc-motivo
                               PERFORM 170-INFORMAR-CASO
                       END-READ
                   END-IF
                   PERFORM 475-LEER-PADRON
               END-PERFORM
           END-IF.
           PERFORM 180-CUENTA.

       600-DICTAMEN.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           MOVE "RESUMEN" TO lt-titulo.
           WRITE lis-reg FROM lineatitulo AFTER 1.
           PERFORM 610-RESUMEN-TIPO
               VARYING w-tipo FROM 1 BY 1
               UNTIL w-tipo > 8.
           DISPLAY "Inconsistencias: " w-cant-total
                   ", controles no verificados: " w-cant-avisos.
           IF w-socios-abierto IS NOT EQUAL "S"
               MOVE "DICTAMEN: SIN PADRON - no se puede facturar"
                   TO ld-dictamen
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-cant-total IS EQUAL ZERO
                   MOVE "DICTAMEN: MAESTROS CONSISTENTES"
                       TO ld-dictamen
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   MOVE "DICTAMEN: NO-GO - corregir antes de facturar"
                       TO ld-dictamen
      *            A nonzero return code is what the run controller
      *            tests to hold the monthly billing.
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE lis-reg FROM lineadictamen AFTER 2.
           DISPLAY ld-dictamen.

       610-RESUMEN-TIPO.
           MOVE w-tipo-leyenda(w-tipo) TO lq-leyenda.
           MOVE w-cant-tipo(w-tipo) TO lq-cant.
           WRITE lis-reg FROM lineacuenta AFTER 1.
           DISPLAY lis-reg.

       700-FIN.
           IF w-socios-abierto IS EQUAL "S"
               CLOSE SOCIOS
           END-IF.
           IF w-ledger-abierto IS EQUAL "S"
               CLOSE LEDGER-SOCIOS
           END-IF.
           IF w-contactos-abierto IS EQUAL "S"
               CLOSE CONTACTOS
           END-IF.
           CLOSE LISTADO.

       END PROGRAM VERIFICAR-INTEGRIDAD.
