      ******************************************************************
      * Author:
      * Date:
      * Purpose: Member carnet for the front desk, printed instead of
      *          hand-written. One card per socio asked for: number
      *          with its check digit (what the turnstile reads), name,
      *          categoria, the activities INSCRIPCIONES has the socio
      *          enrolled in today and the validity date, the last day
      *          of the month CARNETMESES months ahead (12 unless the
      *          site sets another). Only a socio in estado "A" gets a
      *          card; whether the turnstile lets the holder through is
      *          the nightly access list's business, not the card's.
      *          Every card printed is registered in CARNETS with its
      *          validity and the operator who issued it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-CARNETS.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT ACTIVIDADES
           ASSIGN TO "ACTIVIDADES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-actividades-status.

           SELECT INSCRIPCIONES
           ASSIGN TO "INSCRIPCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-inscripciones-status.

      *    CARNETS accumulates every card printed, opened EXTEND the
      *    way CERTIFICADOS registers the libre-deuda certificates.
           SELECT CARNETS
           ASSIGN TO "CARNETS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-carnets-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT CARNET ASSIGN TO
           PRINTER, "CARNETSOCIO".

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

       FD  CARNETS.
       01  car-reg.
           03 car-socio pic 9(5).
           03 car-fecha pic 9(8).
           03 car-vencimiento pic 9(8).
           03 car-operador pic x(10).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       FD  carnet
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  carn-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-socios-status pic xx.
       01  ws-actividades-status pic xx.
       01  ws-inscripciones-status pic xx.
       01  ws-carnets-status pic xx.
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
       01  w-continuar pic x value "S".
       01  w-flag-actividades pic 9 value zero.
       01  w-flag-inscripciones pic 9 value zero.
       01  w-socio-ing pic 9(5).
       01  w-fecha-hoy pic 9(8).
      *    Months of validity, set in the site environment as
      *    CARNETMESES; 12 when unset or out of range.
       01  w-meses-validez pic 9(2) value 12.
       01  w-meses-env pic x(2).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-idx-mes pic 9(2).
      *    Last day of the month w-meses-validez months ahead.
       01  w-fecha-vence pic 9(8).
       01  filler REDEFINES w-fecha-vence.
           03 w-vence-aaaa pic 9(4).
           03 w-vence-mm pic 9(2).
           03 w-vence-dd pic 9(2).
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
      *    Activity descriptions, for naming the enrollments.
       01  w-tabla-actividades.
           03 w-actividad OCCURS 50 TIMES.
               05 w-act-codigo pic x(2).
               05 w-act-descripcion pic x(20).
       01  w-cant-actividades pic 9(4) value zero.
       01  w-idx-act pic 9(4).
       01  w-hallado pic 9(4).
       01  w-cant-inscripto pic 9(3).
       01  w-cant-carnets pic 9(5) value zero.
       01  carn-borde.
           03 filler pic x value "+".
           03 filler pic x(38) value all "-".
           03 filler pic x value "+".
           03 filler pic x(40) value spaces.
       01  carn-linea.
           03 filler pic x(2) value "| ".
           03 cl-texto pic x(36).
           03 filler pic x(2) value " |".
           03 filler pic x(40) value spaces.
       01  carn-titulo.
           03 filler pic x(11) value spaces.
           03 filler pic x(15) value "CARNET DE SOCIO".
           03 filler pic x(10) value spaces.
       01  carn-socio.
           03 filler pic x(6) value "SOCIO ".
           03 cs-socio pic 9(5).
           03 filler pic x value "-".
           03 cs-dv pic 9.
           03 filler pic x(23) value spaces.
       01  carn-categoria.
           03 filler pic x(10) value "CATEGORIA ".
           03 cc-categoria pic x.
           03 filler pic x(25) value spaces.
       01  carn-actividad.
           03 filler pic x(2) value spaces.
           03 ca-actividad pic x(2).
           03 filler pic x value space.
           03 ca-descripcion pic x(20).
           03 filler pic x(11) value spaces.
       01  carn-vence.
           03 filler pic x(13) value "VALIDO HASTA ".
           03 cv-fecha pic 9(8).
           03 filler pic x(15) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-EMITIR-CARNET
               UNTIL w-continuar IS NOT EQUAL "S".
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 130-PEDIR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT SOCIOS.
      *    SOCIOS is the member master every socio lookup in this
      *    program depends on; a missing/unopenable file has to stop
      *    the run here instead of failing later on the first READ.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
           PERFORM 110-CALCULAR-VENCIMIENTO.
           PERFORM 150-CARGAR-ACTIVIDADES.
           OPEN EXTEND CARNETS.
           IF ws-carnets-status IS EQUAL "35"
               OPEN OUTPUT CARNETS
           END-IF.
           OPEN OUTPUT CARNET.

       110-CALCULAR-VENCIMIENTO.
           ACCEPT w-meses-env FROM ENVIRONMENT "CARNETMESES".
           MOVE ZERO TO w-largo-env.
           INSPECT w-meses-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-meses-env(1:w-largo-env) IS NUMERIC
                   IF w-meses-env(1:w-largo-env) IS NOT EQUAL ZERO
                       MOVE w-meses-env(1:w-largo-env)
                           TO w-meses-validez
                   END-IF
               ELSE
                   DISPLAY "AVISO: CARNETMESES " w-meses-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           MOVE w-fecha-hoy TO w-fecha-vence.
           PERFORM 115-AVANZAR-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > w-meses-validez.
           MOVE w-dias-mes(w-vence-mm) TO w-vence-dd.
           IF w-vence-mm IS EQUAL 2
               PERFORM 120-VERIFICAR-BISIESTO
               IF w-bisiesto IS EQUAL "S"
                   MOVE 29 TO w-vence-dd
               END-IF
           END-IF.
           DISPLAY "Los carnets de hoy vencen el " w-fecha-vence.

       115-AVANZAR-MES.
           IF w-vence-mm IS EQUAL 12
               MOVE 1 TO w-vence-mm
               ADD 1 TO w-vence-aaaa
           ELSE
               ADD 1 TO w-vence-mm
           END-IF.

       120-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-vence-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-vence-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-vence-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       130-PEDIR-OPERADOR.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 135-VALIDAR-OPERADOR
                   UNTIL w-operador-valido IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.

       135-VALIDAR-OPERADOR.
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

       150-CARGAR-ACTIVIDADES.
           OPEN INPUT ACTIVIDADES.
           IF ws-actividades-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-actividades
           ELSE
               PERFORM 155-LEER-ACTIVIDAD
           END-IF.
           PERFORM UNTIL w-flag-actividades IS EQUAL 1
                      OR w-cant-actividades IS NOT < 50
               ADD 1 TO w-cant-actividades
               MOVE act-codigo TO w-act-codigo(w-cant-actividades)
               MOVE act-descripcion TO
                   w-act-descripcion(w-cant-actividades)
               PERFORM 155-LEER-ACTIVIDAD
           END-PERFORM.
           IF ws-actividades-status IS NOT EQUAL "35"
               CLOSE ACTIVIDADES
           END-IF.

       155-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-actividades.

       300-EMITIR-CARNET.
           DISPLAY "Ingrese el nro. de socio (> 0)".
           ACCEPT w-socio-ing.
           PERFORM UNTIL w-socio-ing IS > ZERO
               DISPLAY "Error, el nro. de socio debe ser positivo"
               ACCEPT w-socio-ing
           END-PERFORM.
           MOVE w-socio-ing TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "Error, el socio " w-socio-ing
                           " no existe en el padron"
               NOT INVALID KEY
                   IF soc-estado IS EQUAL "A"
                       PERFORM 400-IMPRIMIR-CARNET
                   ELSE
                       DISPLAY "NO se emite: el socio " w-socio-ing
                               " esta en estado " soc-estado
                   END-IF
           END-READ.
           DISPLAY "Emitir otro carnet (S/N)?".
           ACCEPT w-continuar.
           PERFORM UNTIL w-continuar IS EQUAL "S"
                      OR w-continuar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-continuar
           END-PERFORM.

       400-IMPRIMIR-CARNET.
           WRITE carn-reg FROM carn-borde AFTER 2.
           MOVE carn-titulo TO cl-texto.
           WRITE carn-reg FROM carn-linea AFTER 1.
           MOVE w-socio-ing TO cs-socio.
           CALL "DIGITO-SOCIO" USING cs-socio, cs-dv.
           MOVE carn-socio TO cl-texto.
           WRITE carn-reg FROM carn-linea AFTER 1.
           MOVE soc-nombre TO cl-texto.
           WRITE carn-reg FROM carn-linea AFTER 1.
           MOVE soc-categoria TO cc-categoria.
           MOVE carn-categoria TO cl-texto.
           WRITE carn-reg FROM carn-linea AFTER 1.
           MOVE "ACTIVIDADES:" TO cl-texto.
           WRITE carn-reg FROM carn-linea AFTER 1.
           PERFORM 410-LISTAR-ACTIVIDADES.
           MOVE w-fecha-vence TO cv-fecha.
           MOVE carn-vence TO cl-texto.
           WRITE carn-reg FROM carn-linea AFTER 1.
           WRITE carn-reg FROM carn-borde AFTER 1.
           DISPLAY "Carnet emitido para el socio " w-socio-ing
                   "-" cs-dv ", vence el " w-fecha-vence.
           PERFORM 450-REGISTRAR-CARNET.

       410-LISTAR-ACTIVIDADES.
      *    An enrollment counts from its fecha desde through its
      *    fecha hasta (zero while open), the same window the
      *    billing uses.
           MOVE ZERO TO w-cant-inscripto.
           MOVE ZERO TO w-flag-inscripciones.
           OPEN INPUT INSCRIPCIONES.
           IF ws-inscripciones-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-inscripciones
           ELSE
               PERFORM 415-LEER-INSCRIPCION
           END-IF.
           PERFORM UNTIL w-flag-inscripciones IS EQUAL 1
               IF ins-socio IS EQUAL w-socio-ing
                       AND ins-fecha-desde IS NOT > w-fecha-hoy
                       AND (ins-fecha-hasta IS EQUAL ZERO
                         OR ins-fecha-hasta IS NOT < w-fecha-hoy)
                   PERFORM 420-IMPRIMIR-ACTIVIDAD
               END-IF
               PERFORM 415-LEER-INSCRIPCION
           END-PERFORM.
           IF ws-inscripciones-status IS NOT EQUAL "35"
               CLOSE INSCRIPCIONES
           END-IF.
           IF w-cant-inscripto IS EQUAL ZERO
               MOVE "  NINGUNA" TO cl-texto
               WRITE carn-reg FROM carn-linea AFTER 1
           END-IF.

       415-LEER-INSCRIPCION.
           READ INSCRIPCIONES
               AT END MOVE 1 TO w-flag-inscripciones
           END-READ.

       420-IMPRIMIR-ACTIVIDAD.
           MOVE ZERO TO w-hallado.
           PERFORM 425-COTEJAR-ACTIVIDAD
               VARYING w-idx-act FROM 1 BY 1
               UNTIL w-idx-act > w-cant-actividades
                  OR w-hallado IS > ZERO.
           MOVE ins-actividad TO ca-actividad.
           IF w-hallado IS > ZERO
               MOVE w-act-descripcion(w-hallado) TO ca-descripcion
           ELSE
               MOVE SPACES TO ca-descripcion
           END-IF.
           MOVE carn-actividad TO cl-texto.
           WRITE carn-reg FROM carn-linea AFTER 1.
           ADD 1 TO w-cant-inscripto.

       425-COTEJAR-ACTIVIDAD.
           IF w-act-codigo(w-idx-act) IS EQUAL ins-actividad
               MOVE w-idx-act TO w-hallado
           END-IF.

       450-REGISTRAR-CARNET.
           MOVE w-socio-ing TO car-socio.
           MOVE w-fecha-hoy TO car-fecha.
           MOVE w-fecha-vence TO car-vencimiento.
           MOVE w-operador-id TO car-operador.
           WRITE car-reg.
           ADD 1 TO w-cant-carnets.

       700-FIN.
           CLOSE SOCIOS.
           CLOSE CARNETS.
           CLOSE CARNET.
           DISPLAY "Carnets emitidos: " w-cant-carnets.

       END PROGRAM EMITIR-CARNETS.
