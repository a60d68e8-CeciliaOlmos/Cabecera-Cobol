      ******************************************************************
      * Author:
      * Date:
      * Purpose: Register of the cuotas extraordinarias the assembly
      *          approves (the roof, the pool heater): one CAMPANIAS
      *          record per campaign with its name, the total each
      *          socio contributes, the categorias it applies to, how
      *          many monthly installments it is split in, the month
      *          the first one is billed and the clase letter its
      *          installments travel under. The clase must be a
      *          charge-side clase registered in CLASES and not in use
      *          by another running campaign, so the progress report
      *          can tell its payments apart. GenerarExtraordinarias
      *          bills the installments; a campaign is anulada here to
      *          stop the ones still unbilled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CAMPANIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
      *    CAMPANIAS is the campaign master, one record per campaign;
      *    estado "V" vigente, "T" terminada (every installment
      *    billed), "X" anulada.
           SELECT CAMPANIAS
           ASSIGN TO "CAMPANIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cmp-codigo
           FILE STATUS IS ws-campanias-status.

      *    CLASES is the transaction-class master MantenerTablas keeps.
           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

      *    OPERADORES is the operator master; billing the padron a
      *    levy is a supervisor-level action, so sign-on here
      *    requires an active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
           03 cls-descripcion pic x(20).
      *    "C" accumulates on the ledger's charge side (led-cargos),
      *    "P" on the payment side (led-pagos).
           03 cls-lado pic x.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-campanias-status pic xx.
       01  ws-clases-status pic xx.
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
       01  w-opcion pic x.
       01  w-confirmar pic x.
       01  w-fecha-hoy pic 9(8).
       01  w-flag-fin pic 9 value zero.
       01  w-codigo-ing pic x(4).
       01  w-nombre-ing pic x(30).
       01  w-importe-ing pic 9(7)v99.
       01  w-categorias-ing pic x(10).
       01  w-cuotas-ing pic 9(2).
       01  w-mes-inicio-ing pic 9(6).
       01  filler REDEFINES w-mes-inicio-ing.
           03 w-ini-aaaa pic 9(4).
           03 w-ini-mm pic 9(2).
       01  w-clase-ing pic x.
       01  w-clase-valida pic x.
       01  w-clase-en-uso pic x.
       01  w-importe-imp pic zzz.zzz.zz9,99.
       01  w-cant-listadas pic 9(3) value zero.
      *    Run-lock workbench: CAMPANIAS is claimed in the BLOQUEOS
      *    register for the session, so no installment run rewrites a
      *    campaign while it is being anulada.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "A"
                   PERFORM 300-ALTA-CAMPANIA
               END-IF
               IF w-opcion IS EQUAL "B"
                   PERFORM 400-ANULAR-CAMPANIA
               END-IF
               IF w-opcion IS EQUAL "L"
                   PERFORM 500-LISTAR-CAMPANIAS
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O CAMPANIAS.
           IF ws-campanias-status IS EQUAL "35"
               OPEN OUTPUT CAMPANIAS
               CLOSE CAMPANIAS
               OPEN I-O CAMPANIAS
           END-IF.
           IF ws-campanias-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir CAMPANIAS, estado "
                       ws-campanias-status
               STOP RUN
           END-IF.
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

       150-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "CAMPANIAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se pueden mantener campanias, "
                       "CAMPANIAS esta en uso"
               CLOSE CAMPANIAS
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "CAMPANIAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       200-MOSTRAR-MENU.
           DISPLAY "CUOTAS EXTRAORDINARIAS".
           DISPLAY "A = alta de campania".
           DISPLAY "B = anular campania".
           DISPLAY "L = listado de campanias".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "B"
                      OR w-opcion IS EQUAL "L"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese A, B, L o F"
               ACCEPT w-opcion
           END-PERFORM.

       210-PEDIR-CODIGO.
           DISPLAY "Ingrese el codigo de campania (4 caracteres)".
           ACCEPT w-codigo-ing.
           PERFORM UNTIL w-codigo-ing IS NOT EQUAL SPACES
               DISPLAY "Error, el codigo no puede estar en blanco"
               ACCEPT w-codigo-ing
           END-PERFORM.

       300-ALTA-CAMPANIA.
           PERFORM 210-PEDIR-CODIGO.
           MOVE w-codigo-ing TO cmp-codigo.
           READ CAMPANIAS
               INVALID KEY
                   PERFORM 310-CARGAR-CAMPANIA
               NOT INVALID KEY
                   DISPLAY "Error, la campania " w-codigo-ing
                           " ya existe: " cmp-nombre
           END-READ.

       310-CARGAR-CAMPANIA.
           DISPLAY "Ingrese el nombre de la campania".
           ACCEPT w-nombre-ing.
           PERFORM UNTIL w-nombre-ing IS NOT EQUAL SPACES
               DISPLAY "Error, el nombre no puede estar en blanco"
               ACCEPT w-nombre-ing
           END-PERFORM.
           DISPLAY "Ingrese el total por socio".
           ACCEPT w-importe-ing.
           PERFORM UNTIL w-importe-ing IS > ZERO
               DISPLAY "Error, el total debe ser positivo"
               ACCEPT w-importe-ing
           END-PERFORM.
           DISPLAY "Ingrese las categorias alcanzadas, letras "
                   "seguidas (en blanco = todas)".
           ACCEPT w-categorias-ing.
           DISPLAY "Ingrese la cantidad de cuotas (1 a 24)".
           ACCEPT w-cuotas-ing.
           PERFORM UNTIL w-cuotas-ing IS > ZERO
                     AND w-cuotas-ing IS NOT > 24
               DISPLAY "Error, entre 1 y 24 cuotas"
               ACCEPT w-cuotas-ing
           END-PERFORM.
           DISPLAY "Ingrese el mes de la primera cuota (AAAAMM)".
           ACCEPT w-mes-inicio-ing.
           PERFORM UNTIL w-ini-mm IS > ZERO
                     AND w-ini-mm IS NOT > 12
                     AND w-ini-aaaa IS > ZERO
               DISPLAY "Error, el mes debe ser AAAAMM valido"
               ACCEPT w-mes-inicio-ing
           END-PERFORM.
           PERFORM 320-PEDIR-CLASE.
           MOVE w-importe-ing TO w-importe-imp.
           DISPLAY "Campania " w-codigo-ing " " w-nombre-ing.
           DISPLAY w-importe-imp " por socio en " w-cuotas-ing
                   " cuotas clase " w-clase-ing " desde "
                   w-mes-inicio-ing.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "S"
               MOVE w-codigo-ing TO cmp-codigo
               MOVE w-nombre-ing TO cmp-nombre
               MOVE w-importe-ing TO cmp-importe-socio
               MOVE w-categorias-ing TO cmp-categorias
               MOVE w-cuotas-ing TO cmp-cant-cuotas
               MOVE w-mes-inicio-ing TO cmp-mes-inicio
               MOVE w-clase-ing TO cmp-clase
               MOVE "V" TO cmp-estado
               MOVE ZERO TO cmp-cuotas-emitidas
               MOVE ZERO TO cmp-fecha-ult-gen
               MOVE w-fecha-hoy TO cmp-fecha-alta
               MOVE w-operador-id TO cmp-supervisor
               WRITE cmp-reg
               DISPLAY "Campania registrada"
           ELSE
               DISPLAY "Alta cancelada, no se grabo nada"
           END-IF.

       320-PEDIR-CLASE.
           DISPLAY "Ingrese la clase de las cuotas (registrada en "
                   "CLASES)".
           ACCEPT w-clase-ing.
           PERFORM 330-VALIDAR-CLASE.
           PERFORM UNTIL w-clase-valida IS EQUAL "S"
               ACCEPT w-clase-ing
               PERFORM 330-VALIDAR-CLASE
           END-PERFORM.

       330-VALIDAR-CLASE.
      *    The built-in letters are shared with the ordinary month,
      *    so a campaign needs its own charge-side clase for its
      *    payments to be told apart from the cuota's.
           MOVE "N" TO w-clase-valida.
           IF w-clase-ing IS EQUAL "Q" OR w-clase-ing IS EQUAL "M"
                   OR w-clase-ing IS EQUAL "P"
                   OR w-clase-ing IS EQUAL SPACE
               DISPLAY "Error, la campania necesita una clase propia"
           ELSE
               PERFORM 340-BUSCAR-CLASE
               IF w-clase-valida IS NOT EQUAL "S"
                   DISPLAY "Error, la clase no esta en CLASES como "
                           "cargo; registrela en MantenerTablas"
               ELSE
                   PERFORM 350-VERIFICAR-CLASE-LIBRE
                   IF w-clase-en-uso IS EQUAL "S"
                       MOVE "N" TO w-clase-valida
                       DISPLAY "Error, la clase ya la usa otra "
                               "campania vigente"
                   END-IF
               END-IF
           END-IF.

       340-BUSCAR-CLASE.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CLASES.
           IF ws-clases-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 345-LEER-CLASE
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF cls-codigo IS EQUAL w-clase-ing
                       AND cls-lado IS EQUAL "C"
                   MOVE "S" TO w-clase-valida
               END-IF
               PERFORM 345-LEER-CLASE
           END-PERFORM.
           IF ws-clases-status IS NOT EQUAL "35"
               CLOSE CLASES
           END-IF.

       345-LEER-CLASE.
           READ CLASES AT END MOVE 1 TO w-flag-fin.

       350-VERIFICAR-CLASE-LIBRE.
           MOVE "N" TO w-clase-en-uso.
           MOVE ZERO TO w-flag-fin.
           MOVE LOW-VALUES TO cmp-codigo.
           START CAMPANIAS KEY IS NOT < cmp-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-fin
           END-START.
           IF w-flag-fin IS NOT EQUAL 1
               PERFORM 355-LEER-CAMPANIA
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF cmp-clase IS EQUAL w-clase-ing
                       AND cmp-estado IS EQUAL "V"
                   MOVE "S" TO w-clase-en-uso
               END-IF
               PERFORM 355-LEER-CAMPANIA
           END-PERFORM.

       355-LEER-CAMPANIA.
           READ CAMPANIAS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin
           END-READ.

       400-ANULAR-CAMPANIA.
           PERFORM 210-PEDIR-CODIGO.
           MOVE w-codigo-ing TO cmp-codigo.
           READ CAMPANIAS
               INVALID KEY
                   DISPLAY "Error, la campania " w-codigo-ing
                           " no existe"
               NOT INVALID KEY
                   PERFORM 410-CONFIRMAR-ANULACION
           END-READ.

       410-CONFIRMAR-ANULACION.
      *    The installments already billed stay charged: the money
      *    collected was spent on the work, and a refund is its own
      *    decision of the commission.
           IF cmp-estado IS NOT EQUAL "V"
               DISPLAY "Error, la campania no esta vigente"
           ELSE
               DISPLAY cmp-nombre " cuotas emitidas "
                       cmp-cuotas-emitidas " de " cmp-cant-cuotas
               DISPLAY "Se anularan las cuotas aun no emitidas. "
                       "Confirma (S/N)?"
               ACCEPT w-confirmar
               PERFORM UNTIL w-confirmar IS EQUAL "S"
                          OR w-confirmar IS EQUAL "N"
                   DISPLAY "Error, responda S o N"
                   ACCEPT w-confirmar
               END-PERFORM
               IF w-confirmar IS EQUAL "S"
                   MOVE "X" TO cmp-estado
                   MOVE w-operador-id TO cmp-supervisor
                   REWRITE cmp-reg
                   DISPLAY "Campania anulada"
               END-IF
           END-IF.

       500-LISTAR-CAMPANIAS.
           MOVE ZERO TO w-cant-listadas.
           MOVE ZERO TO w-flag-fin.
           MOVE LOW-VALUES TO cmp-codigo.
           START CAMPANIAS KEY IS NOT < cmp-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-fin
           END-START.
           IF w-flag-fin IS NOT EQUAL 1
               PERFORM 355-LEER-CAMPANIA
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               MOVE cmp-importe-socio TO w-importe-imp
               DISPLAY cmp-codigo " " cmp-nombre " " cmp-estado
                       " clase " cmp-clase " " w-importe-imp
                       " cuotas " cmp-cuotas-emitidas "/"
                       cmp-cant-cuotas " desde " cmp-mes-inicio
                       " categorias " cmp-categorias
               ADD 1 TO w-cant-listadas
               PERFORM 355-LEER-CAMPANIA
           END-PERFORM.
           DISPLAY "Campanias: " w-cant-listadas.

       700-FIN.
           CLOSE CAMPANIAS.
           PERFORM 160-LIBERAR-BLOQUEO.

       END PROGRAM MANTENER-CAMPANIAS.
