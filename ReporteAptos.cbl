      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly apto medico listing for the instructors. For
      *          every activity flagged in ACTIVIDADES as requiring an
      *          apto, lists the enrollments in INSCRIPCIONES active
      *          today whose socio's certificate in APTOS has already
      *          expired, expires within the warning window (30 days
      *          unless APTOAVISO sets another) or was never brought
      *          in, grouped by activity and soonest expiry first, so
      *          the socio is asked for the new one before the insurer
      *          stops covering the class.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-APTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT ACTIVIDADES
           ASSIGN TO "ACTIVIDADES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-actividades-status.

           SELECT INSCRIPCIONES
           ASSIGN TO "INSCRIPCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-inscripciones-status.

      *    APTOS holds each socio's apto fisico, kept by MantenerAptos.
           SELECT APTOS
           ASSIGN TO "APTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS apt-socio
           FILE STATUS IS ws-aptos-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT SORT-WORK
           ASSIGN TO "reporteaptos.tmp".

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOAPTOS".

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVIDADES.
       01  act-reg.
           03 act-codigo pic x(2).
           03 act-descripcion pic x(20).
           03 act-importe pic 9(7)v99.
      *    "S" when the insurer wants a valid apto medico before the
      *    socio is enrolled (pool, gym); space on the older lines.
           03 act-requiere-apto pic x.

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-socio pic 9(5).
           03 ins-actividad pic x(2).
           03 ins-fecha-desde pic 9(8).
           03 ins-fecha-hasta pic 9(8).

       FD  APTOS.
       01  apt-reg.
           03 apt-socio pic 9(5).
           03 apt-fecha-emision pic 9(8).
      *    Last day the certificate covers the socio.
           03 apt-fecha-vencimiento pic 9(8).
           03 apt-medico pic x(30).
           03 apt-matricula pic x(10).
           03 apt-fecha-carga pic 9(8).

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

       SD  SORT-WORK.
       01  sw-reg.
           03 sw-actividad pic x(2).
      *    Zero (no apto on file) sorts ahead of every fecha, so the
      *    socios who never brought one head their activity.
           03 sw-vencimiento pic 9(8).
           03 sw-socio pic 9(5).
           03 sw-descripcion pic x(20).
           03 sw-situacion pic x(10).

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-actividades-status pic xx.
       01  ws-inscripciones-status pic xx.
       01  ws-aptos-status pic xx.
       01  ws-socios-status pic xx.
      *    "N" when the site keeps no APTOS master yet: every
      *    enrollment in a flagged activity then lists as SIN APTO.
       01  w-aptos-master pic x value "S".
       01  w-flag-actividades pic 9 value zero.
       01  w-flag-inscripciones pic 9 value zero.
       01  w-flag-sort pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
      *    Days ahead of today an expiry is warned about; set in the
      *    site environment as APTOAVISO, 30 when unset.
       01  w-dias-aviso pic 9(3) value 30.
       01  w-dias-aviso-env pic x(3).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-cant-dias pic 9(3).
      *    Last fecha inside the warning window.
       01  w-fecha-limite pic 9(8).
       01  filler REDEFINES w-fecha-limite.
           03 w-limite-aaaa pic 9(4).
           03 w-limite-mm pic 9(2).
           03 w-limite-dd pic 9(2).
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
      *    The activities that require an apto.
       01  w-tabla-actividades.
           03 w-actividad OCCURS 50 TIMES.
               05 w-act-codigo pic x(2).
               05 w-act-descripcion pic x(20).
       01  w-cant-actividades pic 9(2) value zero.
       01  w-idx pic 9(2).
       01  w-hallado pic 9(2).
       01  w-actividad-anterior pic x(2) value spaces.
       01  w-nombre-socio pic x(30).
       01  w-cant-actividad pic 9(5) value zero.
       01  w-cant-total pic 9(5) value zero.
       01  cabecera1.
           03 filler pic x(14) value spaces.
           03 filler pic x(44) value
              "APTOS MEDICOS VENCIDOS O POR VENCER AL".
           03 ca-fecha pic 9(8).
           03 filler pic x(14) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(13) value "VENCIMIENTO".
           03 filler pic x(29) value "SITUACION".
       01  cabeceraactividad.
           03 filler pic x(11) value "ACTIVIDAD: ".
           03 cact-codigo pic x(2).
           03 filler pic x value space.
           03 cact-descripcion pic x(20).
           03 filler pic x(46) value spaces.
       01  detalle.
           03 l-socio pic 9(5).
           03 filler pic x value space.
           03 l-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-vencimiento pic 9(8).
           03 filler pic x(5) value spaces.
           03 l-situacion pic x(10).
           03 filler pic x(19) value spaces.
       01  totalactividad.
           03 filler pic x(30) value
              "   Socios a pedir apto: ".
           03 tact-cant pic zzzz9.
           03 filler pic x(45) value spaces.
       01  totalaptos.
           03 filler pic x(30) value
              "TOTAL DE SOCIOS A PEDIR APTO: ".
           03 tap-cant pic zzzz9.
           03 filler pic x(45) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Same input/output-procedure SORT structure ReporteMorosos
      *    uses, here keyed on the activity so each one is its own
      *    block for its instructor.
           SORT SORT-WORK
               ON ASCENDING KEY sw-actividad
                  ASCENDING KEY sw-vencimiento
                  ASCENDING KEY sw-socio
               INPUT PROCEDURE IS 100-CARGAR-APTOS
               OUTPUT PROCEDURE IS 200-LISTAR-APTOS.
           STOP RUN.

       100-CARGAR-APTOS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-dias-aviso-env FROM ENVIRONMENT "APTOAVISO".
           MOVE ZERO TO w-largo-env.
           INSPECT w-dias-aviso-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-dias-aviso-env(1:w-largo-env) IS NUMERIC
                   MOVE w-dias-aviso-env(1:w-largo-env)
                       TO w-dias-aviso
               ELSE
                   DISPLAY "AVISO: APTOAVISO " w-dias-aviso-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           MOVE w-fecha-hoy TO w-fecha-limite.
           PERFORM 130-SUMAR-DIA
               VARYING w-cant-dias FROM 1 BY 1
               UNTIL w-cant-dias > w-dias-aviso.
           PERFORM 110-CARGAR-ACTIVIDADES.
           OPEN INPUT APTOS.
           IF ws-aptos-status IS NOT EQUAL "00"
               MOVE "N" TO w-aptos-master
               DISPLAY "AVISO: no hay APTOS en este sitio"
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ws-inscripciones-status IS NOT EQUAL "00"
               DISPLAY "AVISO: no hay INSCRIPCIONES en este sitio"
               MOVE 1 TO w-flag-inscripciones
           ELSE
               PERFORM 150-LEER-INSCRIPCION
           END-IF.
           PERFORM UNTIL w-flag-inscripciones IS EQUAL 1
               IF ins-fecha-desde IS NOT > w-fecha-hoy
                       AND (ins-fecha-hasta IS EQUAL ZERO
                         OR ins-fecha-hasta IS NOT < w-fecha-hoy)
                   PERFORM 160-EVALUAR-INSCRIPCION
               END-IF
               PERFORM 150-LEER-INSCRIPCION
           END-PERFORM.
           IF ws-inscripciones-status IS NOT EQUAL "35"
               CLOSE INSCRIPCIONES
           END-IF.
           IF w-aptos-master IS EQUAL "S"
               CLOSE APTOS
           END-IF.

       110-CARGAR-ACTIVIDADES.
           OPEN INPUT ACTIVIDADES.
           IF ws-actividades-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir ACTIVIDADES, "
                       "estado " ws-actividades-status
               STOP RUN
           END-IF.
           PERFORM 120-LEER-ACTIVIDAD.
           PERFORM UNTIL w-flag-actividades IS EQUAL 1
                      OR w-cant-actividades IS NOT < 50
               IF act-requiere-apto IS EQUAL "S"
                   ADD 1 TO w-cant-actividades
                   MOVE act-codigo TO
                       w-act-codigo(w-cant-actividades)
                   MOVE act-descripcion TO
                       w-act-descripcion(w-cant-actividades)
               END-IF
               PERFORM 120-LEER-ACTIVIDAD
           END-PERFORM.
           CLOSE ACTIVIDADES.

       120-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-actividades.

       130-SUMAR-DIA.
           ADD 1 TO w-limite-dd.
           MOVE w-dias-mes(w-limite-mm) TO w-dias-limite.
           IF w-limite-mm IS EQUAL 2
               PERFORM 135-VERIFICAR-BISIESTO
               IF w-bisiesto IS EQUAL "S"
                   MOVE 29 TO w-dias-limite
               END-IF
           END-IF.
           IF w-limite-dd IS > w-dias-limite
               MOVE 1 TO w-limite-dd
               ADD 1 TO w-limite-mm
               IF w-limite-mm IS > 12
                   MOVE 1 TO w-limite-mm
                   ADD 1 TO w-limite-aaaa
               END-IF
           END-IF.

       135-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-limite-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-limite-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-limite-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       150-LEER-INSCRIPCION.
           READ INSCRIPCIONES
               AT END MOVE 1 TO w-flag-inscripciones
           END-READ.

       160-EVALUAR-INSCRIPCION.
           MOVE ZERO TO w-hallado.
           PERFORM 165-COTEJAR-ACTIVIDAD
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-actividades
                  OR w-hallado IS > ZERO.
           IF w-hallado IS > ZERO
               MOVE ins-actividad TO sw-actividad
               MOVE ins-socio TO sw-socio
               MOVE w-act-descripcion(w-hallado) TO sw-descripcion
               MOVE ZERO TO sw-vencimiento
               MOVE "SIN APTO" TO sw-situacion
               IF w-aptos-master IS EQUAL "S"
                   MOVE ins-socio TO apt-socio
                   READ APTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE apt-fecha-vencimiento TO
                               sw-vencimiento
                           IF apt-fecha-vencimiento IS < w-fecha-hoy
                               MOVE "VENCIDO" TO sw-situacion
                           ELSE
                               MOVE "POR VENCER" TO sw-situacion
                           END-IF
                   END-READ
               END-IF
      *        A certificate good past the window needs nothing yet.
               IF sw-vencimiento IS NOT > w-fecha-limite
                   RELEASE sw-reg
               END-IF
           END-IF.

       165-COTEJAR-ACTIVIDAD.
           IF w-act-codigo(w-idx) IS EQUAL ins-actividad
               MOVE w-idx TO w-hallado
           END-IF.

       200-LISTAR-APTOS.
           OPEN INPUT SOCIOS.
      *    SOCIOS is the member master every socio lookup in this
      *    program depends on; a missing/unopenable file has to stop
      *    the run here instead of failing later on the first READ.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-hoy TO ca-fecha.
           PERFORM 220-LISTAR-ENCABEZADO.
           PERFORM 210-DEVOLVER-SORT.
           PERFORM UNTIL w-flag-sort IS EQUAL 1
               IF sw-actividad IS NOT EQUAL w-actividad-anterior
                   PERFORM 250-CORTE-ACTIVIDAD
               END-IF
               PERFORM 230-ARMO-IMPRESION
               PERFORM 210-DEVOLVER-SORT
           END-PERFORM.
           IF w-actividad-anterior IS NOT EQUAL SPACES
               PERFORM 260-TOTAL-ACTIVIDAD
           END-IF.
           MOVE w-cant-total TO tap-cant.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM totalaptos AFTER 1.
           DISPLAY lis-reg.
           CLOSE SOCIOS.
           CLOSE LISTADO.

       210-DEVOLVER-SORT.
           RETURN SORT-WORK AT END MOVE 1 TO w-flag-sort.

       220-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       230-ARMO-IMPRESION.
           PERFORM 240-BUSCAR-SOCIO.
           MOVE sw-socio TO l-socio.
           MOVE w-nombre-socio TO l-nombre.
           MOVE sw-vencimiento TO l-vencimiento.
           MOVE sw-situacion TO l-situacion.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 220-LISTAR-ENCABEZADO
           END-WRITE.
           DISPLAY lis-reg.
           ADD 1 TO w-cant-actividad.
           ADD 1 TO w-cant-total.

       240-BUSCAR-SOCIO.
           MOVE sw-socio TO soc-numero.
           MOVE SPACES TO w-nombre-socio.
           READ SOCIOS
               INVALID KEY
                   MOVE "(socio no encontrado)" TO w-nombre-socio
               NOT INVALID KEY
                   MOVE soc-nombre TO w-nombre-socio
           END-READ.

       250-CORTE-ACTIVIDAD.
           IF w-actividad-anterior IS NOT EQUAL SPACES
               PERFORM 260-TOTAL-ACTIVIDAD
           END-IF.
           MOVE sw-actividad TO w-actividad-anterior.
           MOVE ZERO TO w-cant-actividad.
           MOVE sw-actividad TO cact-codigo.
           MOVE sw-descripcion TO cact-descripcion.
           WRITE lis-reg FROM cabeceraactividad AFTER 2.
           DISPLAY lis-reg.

       260-TOTAL-ACTIVIDAD.
           MOVE w-cant-actividad TO tact-cant.
           WRITE lis-reg FROM totalactividad AFTER 1.
           DISPLAY lis-reg.

       END PROGRAM REPORTE-APTOS.
