      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly categoria migration, run before GenerarCuotas
      *          so the month is billed on the right TARIFAS line.
      *          Walks the SOCIOS padron and, as of the fecha de corte
      *          the supervisor gives (the fecha about to be billed),
      *          moves a menor who reached the cadete age to cadete, a
      *          cadete (or menor) who reached the activo age to
      *          activo, and an activo whose seniority since the fecha
      *          de ingreso reached the statutory years to vitalicio.
      *          Socios de baja, other categorias and socios whose
      *          fecha is still unknown are left alone. A move into a
      *          categoria TARIFAS has no line for is not made and is
      *          listed for the commission instead. Each move goes to
      *          AUDIT-SOCIOS ("K" cambio de categoria, with the old
      *          and the new letter) and to the listing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAR-CATEGORIAS.
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

      *    TARIFAS is read only to know which categorias have a rate
      *    in force at the fecha de corte.
           SELECT TARIFAS
           ASSIGN TO "TARIFAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-tarifas-status.

      *    AUDIT-SOCIOS logs one record per change applied to the
      *    member master; this batch extends it with its moves.
           SELECT AUDIT-SOCIOS
           ASSIGN TO "AUDITSOCIOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-audit-status.

      *    OPERADORES is the operator master; changing members'
      *    categoria in bulk is a supervisor-level action, so sign-on
      *    here requires an active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOCATEGORIAS".

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

       FD  AUDIT-SOCIOS.
       01  auds-reg.
           03 auds-operador pic x(10).
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).
      *    Categoria before and after a "K" move; programs that log
      *    other actions leave them off and read them as spaces.
           03 auds-cat-anterior pic x.
           03 auds-cat-nueva pic x.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-socios-status pic xx.
       01  ws-tarifas-status pic xx.
       01  ws-audit-status pic xx.
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
       01  w-flag-socios pic 9 value zero.
       01  w-flag-tarifas pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
      *    The categoria letters and the statutory limits. Set in the
      *    site environment as CATMENOR, CATCADETE, CATACTIVO and
      *    CATVITALICIO, EDADCADETE, EDADACTIVO and ANIOSVITALICIO;
      *    left unset, M/C/A/V, cadete at 14, activo at 18 and
      *    vitalicio after 30 years as a member.
       01  w-cat-menor pic x value "M".
       01  w-cat-cadete pic x value "C".
       01  w-cat-activo pic x value "A".
       01  w-cat-vitalicio pic x value "V".
       01  w-cat-env pic x(2).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-edad-cadete pic 9(2) value 14.
       01  w-edad-activo pic 9(2) value 18.
       01  w-anios-vitalicio pic 9(2) value 30.
       01  w-limite-env pic x(2).
      *    Age and seniority are counted in whole years up to this
      *    fecha.
       01  w-fecha-corte pic 9(8).
       01  filler REDEFINES w-fecha-corte.
           03 w-corte-aaaa pic 9(4).
           03 w-corte-mmdd pic 9(4).
       01  filler REDEFINES w-fecha-corte.
           03 filler pic 9(4).
           03 w-corte-mm pic 9(2).
           03 w-corte-dd pic 9(2).
       01  w-fecha-desde pic 9(8).
       01  filler REDEFINES w-fecha-desde.
           03 w-desde-aaaa pic 9(4).
           03 w-desde-mmdd pic 9(4).
       01  w-anios pic 9(3).
       01  w-fecha-valida pic x.
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
      *    The categorias with a TARIFAS line in force at the corte.
       01  w-tabla-cat-tarifa.
           03 w-cat-tarifa OCCURS 50 TIMES pic x.
       01  w-cant-cat-tarifa pic 9(2) value zero.
       01  w-idx-tar pic 9(2).
       01  w-tarifa-hallada pic x.
       01  w-cat-anterior pic x.
       01  w-cat-nueva pic x.
       01  w-cant-migrados pic 9(5) value zero.
       01  w-cant-sin-tarifa pic 9(5) value zero.
       01  w-cant-sin-fecha pic 9(5) value zero.
      *    Run-lock workbench: SOCIOS is claimed in the BLOQUEOS
      *    register so the batch never rewrites a categoria while the
      *    padron is being maintained.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  cabecera1.
           03 filler pic x(12) value spaces.
           03 filler pic x(46) value
              "CAMBIOS DE CATEGORIA POR EDAD Y ANTIGUEDAD AL ".
           03 ca-fecha pic 9(8).
           03 filler pic x(14) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(7) value "DE".
           03 filler pic x(7) value "A".
           03 filler pic x(29) value "MOTIVO".
       01  detalle.
           03 l-socio pic 9(5).
           03 filler pic x value space.
           03 l-nombre pic x(30).
           03 filler pic x value space.
           03 l-cat-anterior pic x.
           03 filler pic x(6) value spaces.
           03 l-cat-nueva pic x.
           03 filler pic x(6) value spaces.
           03 l-motivo pic x(29).
       01  motivo-edad.
           03 filler pic x(5) value "EDAD ".
           03 me-anios pic zz9.
           03 filler pic x(21) value spaces.
       01  motivo-antiguedad.
           03 filler pic x(11) value "ANTIGUEDAD ".
           03 ma-anios pic zz9.
           03 filler pic x(15) value spaces.
       01  totalcat.
           03 filler pic x(11) value "MIGRADOS: ".
           03 tc-migrados pic zz.zz9.
           03 filler pic x(14) value "  SIN TARIFA: ".
           03 tc-sin-tarifa pic zz.zz9.
           03 filler pic x(30) value
              "  SIN FECHA EN EL PADRON: ".
           03 tc-sin-fecha pic zz.zz9.
           03 filler pic x(7) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-LEER-SOCIO.
           PERFORM UNTIL w-flag-socios IS EQUAL 1
               PERFORM 310-EVALUAR-SOCIO
               PERFORM 300-LEER-SOCIO
           END-PERFORM.
           PERFORM 600-TOTALES.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-CARGAR-LIMITES.
           PERFORM 130-PEDIR-FECHA-CORTE.
           PERFORM 140-CARGAR-TARIFAS.
           OPEN I-O SOCIOS.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
           PERFORM 150-TOMAR-BLOQUEO.
           OPEN EXTEND AUDIT-SOCIOS.
           IF ws-audit-status IS EQUAL "35"
               OPEN OUTPUT AUDIT-SOCIOS
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-corte TO ca-fecha.
           PERFORM 145-LISTAR-ENCABEZADO.

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

       120-CARGAR-LIMITES.
           ACCEPT w-cat-env FROM ENVIRONMENT "CATMENOR".
           IF w-cat-env IS NOT EQUAL SPACES
               MOVE w-cat-env(1:1) TO w-cat-menor
           END-IF.
           ACCEPT w-cat-env FROM ENVIRONMENT "CATCADETE".
           IF w-cat-env IS NOT EQUAL SPACES
               MOVE w-cat-env(1:1) TO w-cat-cadete
           END-IF.
           ACCEPT w-cat-env FROM ENVIRONMENT "CATACTIVO".
           IF w-cat-env IS NOT EQUAL SPACES
               MOVE w-cat-env(1:1) TO w-cat-activo
           END-IF.
           ACCEPT w-cat-env FROM ENVIRONMENT "CATVITALICIO".
           IF w-cat-env IS NOT EQUAL SPACES
               MOVE w-cat-env(1:1) TO w-cat-vitalicio
           END-IF.
           ACCEPT w-limite-env FROM ENVIRONMENT "EDADCADETE".
           MOVE ZERO TO w-largo-env.
           INSPECT w-limite-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-limite-env(1:w-largo-env) IS NUMERIC
                   MOVE w-limite-env(1:w-largo-env)
                       TO w-edad-cadete
               ELSE
                   DISPLAY "AVISO: EDADCADETE " w-limite-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           ACCEPT w-limite-env FROM ENVIRONMENT "EDADACTIVO".
           MOVE ZERO TO w-largo-env.
           INSPECT w-limite-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-limite-env(1:w-largo-env) IS NUMERIC
                   MOVE w-limite-env(1:w-largo-env)
                       TO w-edad-activo
               ELSE
                   DISPLAY "AVISO: EDADACTIVO " w-limite-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           ACCEPT w-limite-env FROM ENVIRONMENT "ANIOSVITALICIO".
           MOVE ZERO TO w-largo-env.
           INSPECT w-limite-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-limite-env(1:w-largo-env) IS NUMERIC
                   MOVE w-limite-env(1:w-largo-env)
                       TO w-anios-vitalicio
               ELSE
                   DISPLAY "AVISO: ANIOSVITALICIO " w-limite-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           DISPLAY "Menor " w-cat-menor " -> cadete " w-cat-cadete
                   " a los " w-edad-cadete " -> activo " w-cat-activo
                   " a los " w-edad-activo " -> vitalicio "
                   w-cat-vitalicio " con " w-anios-vitalicio
                   " anios de socio".

       130-PEDIR-FECHA-CORTE.
           DISPLAY "Ingrese la fecha de la facturacion que sigue "
                   "(AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-corte.
           PERFORM 135-VALIDAR-FECHA-CORTE.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Error, la fecha no es una fecha AAAAMMDD "
                       "valida o es posterior a hoy"
               ACCEPT w-fecha-corte
               PERFORM 135-VALIDAR-FECHA-CORTE
           END-PERFORM.

       135-VALIDAR-FECHA-CORTE.
           IF w-fecha-corte IS EQUAL ZERO
               MOVE w-fecha-hoy TO w-fecha-corte
           END-IF.
           MOVE "S" TO w-fecha-valida.
           IF w-corte-mm IS < 1 OR w-corte-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-corte-mm) TO w-dias-limite
               IF w-corte-mm IS EQUAL 2
                   PERFORM 137-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-corte-dd IS < 1
                       OR w-corte-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.
           IF w-fecha-corte IS > w-fecha-hoy
               MOVE "N" TO w-fecha-valida
           END-IF.

       137-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-corte-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-corte-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-corte-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       140-CARGAR-TARIFAS.
      *    Only whether a categoria has some rate in force by the
      *    corte matters here; GenerarCuotas picks the line itself.
           OPEN INPUT TARIFAS.
           IF ws-tarifas-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir TARIFAS, estado "
                       ws-tarifas-status
               STOP RUN
           END-IF.
           PERFORM 142-LEER-TARIFA.
           PERFORM UNTIL w-flag-tarifas IS EQUAL 1
                      OR w-cant-cat-tarifa IS NOT < 50
               IF tar-vigencia IS NOT NUMERIC
                       OR tar-vigencia IS NOT > w-fecha-corte
                   ADD 1 TO w-cant-cat-tarifa
                   MOVE tar-categoria TO
                       w-cat-tarifa(w-cant-cat-tarifa)
               END-IF
               PERFORM 142-LEER-TARIFA
           END-PERFORM.
           CLOSE TARIFAS.

       142-LEER-TARIFA.
           READ TARIFAS AT END MOVE 1 TO w-flag-tarifas.

       145-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       150-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede procesar, SOCIOS esta en uso"
               CLOSE SOCIOS
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       300-LEER-SOCIO.
           READ SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-socios.

       310-EVALUAR-SOCIO.
      *    The steps chain within one pass: a menor found already of
      *    activo age goes straight to activo.
           IF soc-estado IS NOT EQUAL "B"
               MOVE soc-categoria TO w-cat-anterior
               MOVE soc-categoria TO w-cat-nueva
               MOVE SPACES TO l-motivo
               IF w-cat-nueva IS EQUAL w-cat-menor
                       OR w-cat-nueva IS EQUAL w-cat-cadete
                   PERFORM 320-MIGRAR-POR-EDAD
               END-IF
               IF w-cat-nueva IS EQUAL w-cat-activo
                   PERFORM 330-MIGRAR-POR-ANTIGUEDAD
               END-IF
               IF w-cat-nueva IS NOT EQUAL w-cat-anterior
                   PERFORM 340-VERIFICAR-TARIFA
                   IF w-tarifa-hallada IS EQUAL "S"
                       PERFORM 400-MIGRAR
                   ELSE
                       PERFORM 450-INFORMAR-SIN-TARIFA
                   END-IF
               END-IF
           END-IF.

       320-MIGRAR-POR-EDAD.
           IF soc-fecha-nacimiento IS NOT NUMERIC
                   OR soc-fecha-nacimiento IS EQUAL ZERO
               ADD 1 TO w-cant-sin-fecha
           ELSE
               MOVE soc-fecha-nacimiento TO w-fecha-desde
               PERFORM 350-CONTAR-ANIOS
               IF w-cat-nueva IS EQUAL w-cat-menor
                       AND w-anios IS NOT < w-edad-cadete
                   MOVE w-cat-cadete TO w-cat-nueva
               END-IF
               IF w-cat-nueva IS EQUAL w-cat-cadete
                       AND w-anios IS NOT < w-edad-activo
                   MOVE w-cat-activo TO w-cat-nueva
               END-IF
               IF w-cat-nueva IS NOT EQUAL w-cat-anterior
                   MOVE w-anios TO me-anios
                   MOVE motivo-edad TO l-motivo
               END-IF
           END-IF.

       330-MIGRAR-POR-ANTIGUEDAD.
           IF soc-fecha-ingreso IS NOT NUMERIC
                   OR soc-fecha-ingreso IS EQUAL ZERO
               ADD 1 TO w-cant-sin-fecha
           ELSE
               MOVE soc-fecha-ingreso TO w-fecha-desde
               PERFORM 350-CONTAR-ANIOS
               IF w-anios IS NOT < w-anios-vitalicio
                   MOVE w-cat-vitalicio TO w-cat-nueva
                   MOVE w-anios TO ma-anios
                   MOVE motivo-antiguedad TO l-motivo
               END-IF
           END-IF.

       340-VERIFICAR-TARIFA.
           MOVE "N" TO w-tarifa-hallada.
           PERFORM 345-COTEJAR-TARIFA
               VARYING w-idx-tar FROM 1 BY 1
               UNTIL w-idx-tar > w-cant-cat-tarifa
                  OR w-tarifa-hallada IS EQUAL "S".

       345-COTEJAR-TARIFA.
           IF w-cat-tarifa(w-idx-tar) IS EQUAL w-cat-nueva
               MOVE "S" TO w-tarifa-hallada
           END-IF.

       350-CONTAR-ANIOS.
      *    Whole years from w-fecha-desde to the corte: the birthday
      *    or anniversary counts on its own day.
           IF w-fecha-desde IS > w-fecha-corte
               MOVE ZERO TO w-anios
           ELSE
               COMPUTE w-anios = w-corte-aaaa - w-desde-aaaa
               IF w-corte-mmdd IS < w-desde-mmdd
                   SUBTRACT 1 FROM w-anios
               END-IF
           END-IF.

       400-MIGRAR.
           MOVE w-cat-nueva TO soc-categoria.
           REWRITE soc-reg.
           MOVE w-operador-id TO auds-operador.
           ACCEPT auds-fecha FROM DATE YYYYMMDD.
           ACCEPT auds-hora FROM TIME.
           MOVE "K" TO auds-accion.
           MOVE soc-numero TO auds-socio.
           MOVE w-cat-anterior TO auds-cat-anterior.
           MOVE w-cat-nueva TO auds-cat-nueva.
           WRITE auds-reg.
           PERFORM 510-IMPRIMIR-LINEA.
           ADD 1 TO w-cant-migrados.

       450-INFORMAR-SIN-TARIFA.
      *    Moving the socio would leave GenerarCuotas without a rate
      *    to bill; the categoria stays and the commission is told.
           MOVE "SIN TARIFA, NO SE CAMBIA" TO l-motivo.
           PERFORM 510-IMPRIMIR-LINEA.
           ADD 1 TO w-cant-sin-tarifa.

       510-IMPRIMIR-LINEA.
           MOVE soc-numero TO l-socio.
           MOVE soc-nombre TO l-nombre.
           MOVE w-cat-anterior TO l-cat-anterior.
           MOVE w-cat-nueva TO l-cat-nueva.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 145-LISTAR-ENCABEZADO
           END-WRITE.
           DISPLAY lis-reg.

       600-TOTALES.
           MOVE w-cant-migrados TO tc-migrados.
           MOVE w-cant-sin-tarifa TO tc-sin-tarifa.
           MOVE w-cant-sin-fecha TO tc-sin-fecha.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM totalcat AFTER 1.
           DISPLAY lis-reg.

       700-FIN.
           CLOSE SOCIOS.
           CLOSE AUDIT-SOCIOS.
           CLOSE LISTADO.
           PERFORM 160-LIBERAR-BLOQUEO.

       END PROGRAM MIGRAR-CATEGORIAS.
