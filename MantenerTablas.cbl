      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the four parameter files the billing
      *          and reporting programs read: TARIFAS (monthly cuota
      *          per categoria and vigencia), ACTIVIDADES (paid
      *          disciplines), CLASES (transaction classes and their
      *          lado) and PRESUPUESTO (monthly budget per clase).
      *          Every field is validated as it is keyed, instead of
      *          the file being typed with an editor where one shifted
      *          column bills the whole padron wrong. A tariff line
      *          already used to bill a month can no longer be added
      *          under, changed or retired, and a clase still carried
      *          by a pending detail in ARCHTRANS cannot be deleted.
      *          Each file is parked in storage for the session and
      *          rewritten whole at the end, and every change is
      *          logged to AUDIT-TABLAS with the record before and
      *          after and the supervisor who made it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-TABLAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT TARIFAS
           ASSIGN TO "TARIFAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-tarifas-status.

           SELECT ACTIVIDADES
           ASSIGN TO "ACTIVIDADES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-actividades-status.

           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

           SELECT PRESUPUESTO
           ASSIGN TO "PRESUPUESTO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-presupuesto-status.

      *    The pending batches and the settled history are read to
      *    find the last cuota fecha already billed, and ARCHTRANS
      *    again to know whether a clase is still in use.
           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

           SELECT ARCH-HISTORIAL
           ASSIGN TO "HISTORIAL"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-historial-status.

      *    INSCRIPCIONES is read so an activity with socios still
      *    enrolled is not retired from under them.
           SELECT INSCRIPCIONES
           ASSIGN TO "INSCRIPCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-inscripciones-status.

      *    AUDIT-TABLAS is the change log for these four files, the
      *    same operator/fecha/hora trail AUDIT-SOCIOS keeps for the
      *    padron, with the whole record before and after.
           SELECT AUDIT-TABLAS
           ASSIGN TO "AUDITTABLAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-audit-status.

      *    OPERADORES is the operator master; these files set what
      *    every socio is billed, so sign-on here requires an active
      *    rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TARIFAS.
       01  tar-reg.
           03 tar-categoria pic x.
           03 tar-vigencia pic 9(8).
           03 tar-importe pic 9(7)v99.

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

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
           03 cls-descripcion pic x(20).
           03 cls-lado pic x.

       FD  PRESUPUESTO.
       01  pre-reg.
           03 pre-ejercicio pic 9(4).
           03 pre-mes pic 9(2).
           03 pre-clase pic x.
           03 pre-importe pic 9(9)v99.

       FD  ARCH-TRANS.
       01  tr-cab-reg.
           03 tr-cab-tipo PIC X.
           03 tr-cab-fecha PIC 9(8).
           03 tr-cab-sala PIC 99.
       01  tr-det-reg.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
           03 tr-det-medio PIC X.

       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
           03 hst-corrida-fecha pic 9(8).
           03 hst-corrida-hora pic 9(6).

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-socio pic 9(5).
           03 ins-actividad pic x(2).
           03 ins-fecha-desde pic 9(8).
           03 ins-fecha-hasta pic 9(8).

       FD  AUDIT-TABLAS.
       01  audt-reg.
           03 audt-operador pic x(10).
           03 audt-fecha pic 9(8).
           03 audt-hora pic 9(6).
      *    TARIFAS, ACTIVIDADES, CLASES or PRESUPUESTO.
           03 audt-archivo pic x(12).
      *    A alta, M modificacion, B baja.
           03 audt-accion pic x.
      *    The record image as it was and as it was left; spaces on
      *    the side that did not exist.
           03 audt-antes pic x(40).
           03 audt-despues pic x(40).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-tarifas-status pic xx.
       01  ws-actividades-status pic xx.
       01  ws-clases-status pic xx.
       01  ws-presupuesto-status pic xx.
       01  ws-arch-trans-status pic xx.
       01  ws-historial-status pic xx.
       01  ws-inscripciones-status pic xx.
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
       01  w-opcion pic x.
       01  w-accion pic x.
       01  w-confirma pic x.
       01  w-flag-fin pic 9 value zero.
       01  w-idx pic 9(4).
       01  w-hallado pic 9(4).
      *    Each file parked for the session, entry by entry in its
      *    record layout, so an entry is also its own audit image.
      *    The sizes are the ones the reading programs load: more
      *    lines than that would be silently dropped by them.
       01  w-tabla-tarifas.
           03 w-tarifa OCCURS 50 TIMES.
               05 w-tar-categoria pic x.
               05 w-tar-vigencia pic 9(8).
               05 w-tar-importe pic 9(7)v99.
       01  w-cant-tarifas pic 9(4) value zero.
       01  w-tabla-actividades.
           03 w-actividad OCCURS 50 TIMES.
               05 w-act-codigo pic x(2).
               05 w-act-descripcion pic x(20).
               05 w-act-importe pic 9(7)v99.
               05 w-act-requiere-apto pic x.
               05 w-act-area pic x(2).
       01  w-cant-actividades pic 9(4) value zero.
       01  w-tabla-clases.
           03 w-clase OCCURS 20 TIMES.
               05 w-cls-codigo pic x.
               05 w-cls-descripcion pic x(20).
               05 w-cls-lado pic x.
       01  w-cant-clases pic 9(4) value zero.
       01  w-tabla-presupuesto.
           03 w-presupuesto OCCURS 1000 TIMES.
               05 w-pre-ejercicio pic 9(4).
               05 w-pre-mes pic 9(2).
               05 w-pre-clase pic x.
               05 w-pre-importe pic 9(9)v99.
       01  w-cant-presupuesto pic 9(4) value zero.
      *    "S" once a file has been touched; only those are rewritten.
       01  w-cambio-tarifas pic x value "N".
       01  w-cambio-actividades pic x value "N".
       01  w-cambio-clases pic x value "N".
       01  w-cambio-presupuesto pic x value "N".
      *    The newest fecha billed with cuotas (clase Q), pending or
      *    settled: tariff lines in force on or before it are frozen.
       01  w-ultima-facturada pic 9(8) value zero.
       01  w-fecha-actual pic 9(8).
       01  w-categoria-ing pic x.
       01  w-vigencia-ing pic 9(8).
       01  w-importe-ing pic 9(7)v99.
       01  w-actividad-ing pic x(2).
       01  w-descripcion-ing pic x(20).
       01  w-requiere-apto-ing pic x.
       01  w-area-ing pic x(2).
       01  w-clase-ing pic x.
       01  w-lado-ing pic x.
       01  w-ejercicio-ing pic 9(4).
       01  w-mes-ing pic 9(2).
       01  w-presup-ing pic 9(9)v99.
       01  w-fecha-val pic 9(8).
       01  w-fecha-val-r REDEFINES w-fecha-val.
           03 w-val-aaaa pic 9(4).
           03 w-val-mm pic 9(2).
           03 w-val-dd pic 9(2).
       01  w-fecha-ok pic x.
       01  w-en-uso pic x.
       01  w-imagen-antes pic x(40).
       01  w-imagen-despues pic x(40).
       01  w-importe-imp pic zzz.zzz.zz9,99.
      *    Run-lock workbench: the four files are claimed as one
      *    resource in the BLOQUEOS register for the session and
      *    released at the normal end of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "T"
                   PERFORM 300-TARIFAS
               END-IF
               IF w-opcion IS EQUAL "A"
                   PERFORM 400-ACTIVIDADES
               END-IF
               IF w-opcion IS EQUAL "C"
                   PERFORM 500-CLASES
               END-IF
               IF w-opcion IS EQUAL "P"
                   PERFORM 600-PRESUPUESTO
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 800-REESCRIBIR-ARCHIVOS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           PERFORM 140-TOMAR-BLOQUEO.
           OPEN EXTEND AUDIT-TABLAS.
           IF ws-audit-status IS EQUAL "35"
               OPEN OUTPUT AUDIT-TABLAS
           END-IF.
           PERFORM 150-CARGAR-TARIFAS.
           PERFORM 160-CARGAR-ACTIVIDADES.
           PERFORM 170-CARGAR-CLASES.
           PERFORM 180-CARGAR-PRESUPUESTO.
           PERFORM 190-BUSCAR-ULTIMA-FACTURADA.

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

       120-VALIDAR-FECHA.
           MOVE "S" TO w-fecha-ok.
           IF w-val-aaaa IS < 1900
                   OR w-val-mm IS < 1 OR w-val-mm IS > 12
                   OR w-val-dd IS < 1 OR w-val-dd IS > 31
               MOVE "N" TO w-fecha-ok
           END-IF.

       140-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "TABLAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se pueden mantener las tablas, "
                       "TABLAS esta en uso"
               STOP RUN
           END-IF.

       145-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "TABLAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       150-CARGAR-TARIFAS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT TARIFAS.
           IF ws-tarifas-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 155-LEER-TARIFA
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
                      OR w-cant-tarifas IS NOT < 50
               ADD 1 TO w-cant-tarifas
               MOVE tar-categoria TO w-tar-categoria(w-cant-tarifas)
      *        A line written before the vigencia existed reads back
      *        non-numeric there; it goes back as zero, which the
      *        generator reads the same way: in force since always.
               IF tar-vigencia IS NUMERIC
                   MOVE tar-vigencia TO
                       w-tar-vigencia(w-cant-tarifas)
               ELSE
                   MOVE ZERO TO w-tar-vigencia(w-cant-tarifas)
               END-IF
               MOVE tar-importe TO w-tar-importe(w-cant-tarifas)
               PERFORM 155-LEER-TARIFA
           END-PERFORM.
           IF ws-tarifas-status IS NOT EQUAL "35"
               CLOSE TARIFAS
           END-IF.

       155-LEER-TARIFA.
           READ TARIFAS AT END MOVE 1 TO w-flag-fin.

       160-CARGAR-ACTIVIDADES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ACTIVIDADES.
           IF ws-actividades-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 165-LEER-ACTIVIDAD
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
                      OR w-cant-actividades IS NOT < 50
               ADD 1 TO w-cant-actividades
               MOVE act-reg TO w-actividad(w-cant-actividades)
               PERFORM 165-LEER-ACTIVIDAD
           END-PERFORM.
           IF ws-actividades-status IS NOT EQUAL "35"
               CLOSE ACTIVIDADES
           END-IF.

       165-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-fin.

       170-CARGAR-CLASES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CLASES.
           IF ws-clases-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 175-LEER-CLASE
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
                      OR w-cant-clases IS NOT < 20
               ADD 1 TO w-cant-clases
               MOVE cls-reg TO w-clase(w-cant-clases)
               PERFORM 175-LEER-CLASE
           END-PERFORM.
           IF ws-clases-status IS NOT EQUAL "35"
               CLOSE CLASES
           END-IF.
      *    A site without a CLASES master runs on the historical
      *    Q/P/M built into every reader; they are written out with
      *    the first change so adding a clase does not lose them.
           IF w-cant-clases IS EQUAL ZERO
               MOVE 3 TO w-cant-clases
               MOVE "Q" TO w-cls-codigo(1)
               MOVE "CUOTA" TO w-cls-descripcion(1)
               MOVE "C" TO w-cls-lado(1)
               MOVE "P" TO w-cls-codigo(2)
               MOVE "PAGO" TO w-cls-descripcion(2)
               MOVE "P" TO w-cls-lado(2)
               MOVE "M" TO w-cls-codigo(3)
               MOVE "MULTA" TO w-cls-descripcion(3)
               MOVE "C" TO w-cls-lado(3)
           END-IF.

       175-LEER-CLASE.
           READ CLASES AT END MOVE 1 TO w-flag-fin.

       180-CARGAR-PRESUPUESTO.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT PRESUPUESTO.
           IF ws-presupuesto-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 185-LEER-PRESUPUESTO
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
                      OR w-cant-presupuesto IS NOT < 1000
               ADD 1 TO w-cant-presupuesto
               MOVE pre-reg TO w-presupuesto(w-cant-presupuesto)
               PERFORM 185-LEER-PRESUPUESTO
           END-PERFORM.
           IF ws-presupuesto-status IS NOT EQUAL "35"
               CLOSE PRESUPUESTO
           END-IF.

       185-LEER-PRESUPUESTO.
           READ PRESUPUESTO AT END MOVE 1 TO w-flag-fin.

       190-BUSCAR-ULTIMA-FACTURADA.
      *    Cuotas are clase Q: the settled ones in HISTORIAL, the ones
      *    still waiting in ARCHTRANS under their batch header.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 192-LEER-HISTORIAL
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF hst-clase IS EQUAL "Q"
                       AND hst-fecha IS > w-ultima-facturada
                   MOVE hst-fecha TO w-ultima-facturada
               END-IF
               PERFORM 192-LEER-HISTORIAL
           END-PERFORM.
           IF ws-historial-status IS NOT EQUAL "35"
               CLOSE ARCH-HISTORIAL
           END-IF.
           MOVE ZERO TO w-flag-fin.
           MOVE ZERO TO w-fecha-actual.
           OPEN INPUT ARCH-TRANS.
           IF ws-arch-trans-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 195-LEER-TRANS
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF tr-cab-tipo IS EQUAL "C"
                   MOVE tr-cab-fecha TO w-fecha-actual
               ELSE
                   IF tr-det-tipo IS EQUAL "D"
                           AND tr-det-clase IS EQUAL "Q"
                           AND w-fecha-actual IS > w-ultima-facturada
                       MOVE w-fecha-actual TO w-ultima-facturada
                   END-IF
               END-IF
               PERFORM 195-LEER-TRANS
           END-PERFORM.
           IF ws-arch-trans-status IS NOT EQUAL "35"
               CLOSE ARCH-TRANS
           END-IF.
           DISPLAY "Ultima fecha facturada con cuotas: "
                   w-ultima-facturada.

       192-LEER-HISTORIAL.
           READ ARCH-HISTORIAL AT END MOVE 1 TO w-flag-fin.

       195-LEER-TRANS.
           READ ARCH-TRANS AT END MOVE 1 TO w-flag-fin.

       200-MOSTRAR-MENU.
           DISPLAY "TABLAS DEL SISTEMA".
           DISPLAY "T = tarifas por categoria".
           DISPLAY "A = actividades".
           DISPLAY "C = clases de transaccion".
           DISPLAY "P = presupuesto".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "T"
                      OR w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "C"
                      OR w-opcion IS EQUAL "P"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese T, A, C, P o F"
               ACCEPT w-opcion
           END-PERFORM.

       210-PEDIR-ACCION.
           DISPLAY "A = alta, M = modificacion, B = baja, "
                   "L = listado, V = volver".
           ACCEPT w-accion.
           PERFORM UNTIL w-accion IS EQUAL "A"
                      OR w-accion IS EQUAL "M"
                      OR w-accion IS EQUAL "B"
                      OR w-accion IS EQUAL "L"
                      OR w-accion IS EQUAL "V"
               DISPLAY "Error, ingrese A, M, B, L o V"
               ACCEPT w-accion
           END-PERFORM.

       220-PEDIR-IMPORTE.
           DISPLAY "Ingrese el importe".
           ACCEPT w-importe-ing.
           PERFORM UNTIL w-importe-ing IS > ZERO
               DISPLAY "Error, el importe debe ser positivo"
               ACCEPT w-importe-ing
           END-PERFORM.

       230-PEDIR-DESCRIPCION.
           DISPLAY "Ingrese la descripcion".
           ACCEPT w-descripcion-ing.
           PERFORM UNTIL w-descripcion-ing IS NOT EQUAL SPACES
               DISPLAY "Error, la descripcion no puede estar en "
                       "blanco"
               ACCEPT w-descripcion-ing
           END-PERFORM.

       240-PEDIR-CLASE.
           DISPLAY "Ingrese la letra de la clase".
           ACCEPT w-clase-ing.
           PERFORM UNTIL w-clase-ing IS NOT EQUAL SPACE
               DISPLAY "Error, la clase no puede estar en blanco"
               ACCEPT w-clase-ing
           END-PERFORM.

       300-TARIFAS.
           DISPLAY "TARIFAS POR CATEGORIA".
           PERFORM 210-PEDIR-ACCION.
           PERFORM UNTIL w-accion IS EQUAL "V"
               IF w-accion IS EQUAL "A"
                   PERFORM 310-ALTA-TARIFA
               END-IF
               IF w-accion IS EQUAL "M"
                   PERFORM 340-MODIFICAR-TARIFA
               END-IF
               IF w-accion IS EQUAL "B"
                   PERFORM 350-BAJA-TARIFA
               END-IF
               IF w-accion IS EQUAL "L"
                   PERFORM 370-LISTAR-TARIFAS
               END-IF
               DISPLAY "TARIFAS POR CATEGORIA"
               PERFORM 210-PEDIR-ACCION
           END-PERFORM.

       305-PEDIR-CLAVE-TARIFA.
           DISPLAY "Ingrese la categoria (una letra)".
           ACCEPT w-categoria-ing.
           PERFORM UNTIL w-categoria-ing IS NOT EQUAL SPACE
               DISPLAY "Error, la categoria no puede estar en blanco"
               ACCEPT w-categoria-ing
           END-PERFORM.
           DISPLAY "Ingrese la vigencia (AAAAMMDD)".
           ACCEPT w-vigencia-ing.
           MOVE w-vigencia-ing TO w-fecha-val.
           PERFORM 120-VALIDAR-FECHA.
           PERFORM UNTIL w-fecha-ok IS EQUAL "S"
               DISPLAY "Error, la vigencia no es una fecha valida"
               ACCEPT w-vigencia-ing
               MOVE w-vigencia-ing TO w-fecha-val
               PERFORM 120-VALIDAR-FECHA
           END-PERFORM.
           MOVE ZERO TO w-hallado.
           PERFORM 307-COTEJAR-TARIFA
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-tarifas
                  OR w-hallado IS > ZERO.

       307-COTEJAR-TARIFA.
           IF w-tar-categoria(w-idx) IS EQUAL w-categoria-ing
                   AND w-tar-vigencia(w-idx) IS EQUAL w-vigencia-ing
               MOVE w-idx TO w-hallado
           END-IF.

       310-ALTA-TARIFA.
           PERFORM 305-PEDIR-CLAVE-TARIFA.
      *    A rate starting on or before a month already billed would
      *    make a re-run bill that month differently from what the
      *    socios were charged; a raise takes effect from the next
      *    cuota on.
           IF w-vigencia-ing IS NOT > w-ultima-facturada
               DISPLAY "Error, la vigencia debe ser posterior a la "
                       "ultima cuota facturada (" w-ultima-facturada
                       ")"
           ELSE
               IF w-hallado IS > ZERO
                   DISPLAY "Error, la categoria ya tiene tarifa con "
                           "esa vigencia, use M"
               ELSE
                   IF w-cant-tarifas IS NOT < 50
                       DISPLAY "Error, TARIFAS ya tiene 50 lineas"
                   ELSE
                       PERFORM 220-PEDIR-IMPORTE
                       ADD 1 TO w-cant-tarifas
                       MOVE w-categoria-ing TO
                           w-tar-categoria(w-cant-tarifas)
                       MOVE w-vigencia-ing TO
                           w-tar-vigencia(w-cant-tarifas)
                       MOVE w-importe-ing TO
                           w-tar-importe(w-cant-tarifas)
                       MOVE SPACES TO w-imagen-antes
                       MOVE w-tarifa(w-cant-tarifas) TO
                           w-imagen-despues
                       MOVE "TARIFAS" TO audt-archivo
                       MOVE "A" TO audt-accion
                       PERFORM 700-GRABAR-AUDITORIA
                       MOVE "S" TO w-cambio-tarifas
                       DISPLAY "Tarifa registrada"
                   END-IF
               END-IF
           END-IF.

       340-MODIFICAR-TARIFA.
           PERFORM 305-PEDIR-CLAVE-TARIFA.
           IF w-hallado IS EQUAL ZERO
               DISPLAY "Error, no hay tarifa para esa categoria y "
                       "vigencia"
           ELSE
               IF w-tar-vigencia(w-hallado) IS NOT >
                       w-ultima-facturada
                   DISPLAY "Error, la tarifa ya se uso para facturar,"
                           " cargue una nueva vigencia"
               ELSE
                   MOVE w-tar-importe(w-hallado) TO w-importe-imp
                   DISPLAY "Importe actual: " w-importe-imp
                   PERFORM 220-PEDIR-IMPORTE
                   MOVE w-tarifa(w-hallado) TO w-imagen-antes
                   MOVE w-importe-ing TO w-tar-importe(w-hallado)
                   MOVE w-tarifa(w-hallado) TO w-imagen-despues
                   MOVE "TARIFAS" TO audt-archivo
                   MOVE "M" TO audt-accion
                   PERFORM 700-GRABAR-AUDITORIA
                   MOVE "S" TO w-cambio-tarifas
                   DISPLAY "Tarifa modificada"
               END-IF
           END-IF.

       350-BAJA-TARIFA.
           PERFORM 305-PEDIR-CLAVE-TARIFA.
           IF w-hallado IS EQUAL ZERO
               DISPLAY "Error, no hay tarifa para esa categoria y "
                       "vigencia"
           ELSE
               IF w-tar-vigencia(w-hallado) IS NOT >
                       w-ultima-facturada
                   DISPLAY "Error, la tarifa ya se uso para facturar "
                           "y no puede retirarse"
               ELSE
                   MOVE w-tarifa(w-hallado) TO w-imagen-antes
                   MOVE SPACES TO w-imagen-despues
                   PERFORM 355-CORRER-TARIFA
                       VARYING w-idx FROM w-hallado BY 1
                       UNTIL w-idx IS NOT < w-cant-tarifas
                   SUBTRACT 1 FROM w-cant-tarifas
                   MOVE "TARIFAS" TO audt-archivo
                   MOVE "B" TO audt-accion
                   PERFORM 700-GRABAR-AUDITORIA
                   MOVE "S" TO w-cambio-tarifas
                   DISPLAY "Tarifa retirada"
               END-IF
           END-IF.

       355-CORRER-TARIFA.
           MOVE w-tarifa(w-idx + 1) TO w-tarifa(w-idx).

       370-LISTAR-TARIFAS.
           PERFORM 375-LISTAR-TARIFA
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-tarifas.
           DISPLAY "Lineas de tarifa: " w-cant-tarifas.

       375-LISTAR-TARIFA.
           MOVE w-tar-importe(w-idx) TO w-importe-imp.
           DISPLAY "Categoria " w-tar-categoria(w-idx)
                   " vigencia " w-tar-vigencia(w-idx)
                   " importe " w-importe-imp.

       400-ACTIVIDADES.
           DISPLAY "ACTIVIDADES".
           PERFORM 210-PEDIR-ACCION.
           PERFORM UNTIL w-accion IS EQUAL "V"
               IF w-accion IS EQUAL "A"
                   PERFORM 410-ALTA-ACTIVIDAD
               END-IF
               IF w-accion IS EQUAL "M"
                   PERFORM 440-MODIFICAR-ACTIVIDAD
               END-IF
               IF w-accion IS EQUAL "B"
                   PERFORM 450-BAJA-ACTIVIDAD
               END-IF
               IF w-accion IS EQUAL "L"
                   PERFORM 470-LISTAR-ACTIVIDADES
               END-IF
               DISPLAY "ACTIVIDADES"
               PERFORM 210-PEDIR-ACCION
           END-PERFORM.

       405-PEDIR-CLAVE-ACTIVIDAD.
           DISPLAY "Ingrese el codigo de actividad (2 letras)".
           ACCEPT w-actividad-ing.
           PERFORM UNTIL w-actividad-ing(1:1) IS NOT EQUAL SPACE
                     AND w-actividad-ing(2:1) IS NOT EQUAL SPACE
               DISPLAY "Error, el codigo debe tener 2 caracteres"
               ACCEPT w-actividad-ing
           END-PERFORM.
           MOVE ZERO TO w-hallado.
           PERFORM 407-COTEJAR-ACTIVIDAD
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-actividades
                  OR w-hallado IS > ZERO.

       407-COTEJAR-ACTIVIDAD.
           IF w-act-codigo(w-idx) IS EQUAL w-actividad-ing
               MOVE w-idx TO w-hallado
           END-IF.

       410-ALTA-ACTIVIDAD.
           PERFORM 405-PEDIR-CLAVE-ACTIVIDAD.
           IF w-hallado IS > ZERO
               DISPLAY "Error, la actividad ya existe: "
                       w-act-descripcion(w-hallado)
           ELSE
               IF w-cant-actividades IS NOT < 50
                   DISPLAY "Error, ACTIVIDADES ya tiene 50 lineas"
               ELSE
                   PERFORM 230-PEDIR-DESCRIPCION
                   PERFORM 220-PEDIR-IMPORTE
                   PERFORM 415-PEDIR-APTO
                   PERFORM 417-PEDIR-AREA
                   ADD 1 TO w-cant-actividades
                   MOVE w-actividad-ing TO
                       w-act-codigo(w-cant-actividades)
                   MOVE w-descripcion-ing TO
                       w-act-descripcion(w-cant-actividades)
                   MOVE w-importe-ing TO
                       w-act-importe(w-cant-actividades)
                   MOVE w-requiere-apto-ing TO
                       w-act-requiere-apto(w-cant-actividades)
                   MOVE w-area-ing TO
                       w-act-area(w-cant-actividades)
                   MOVE SPACES TO w-imagen-antes
                   MOVE w-actividad(w-cant-actividades) TO
                       w-imagen-despues
                   MOVE "ACTIVIDADES" TO audt-archivo
                   MOVE "A" TO audt-accion
                   PERFORM 700-GRABAR-AUDITORIA
                   MOVE "S" TO w-cambio-actividades
                   DISPLAY "Actividad registrada"
               END-IF
           END-IF.

       415-PEDIR-APTO.
           DISPLAY "Requiere apto medico para inscribirse (S/N)".
           ACCEPT w-requiere-apto-ing.
           PERFORM UNTIL w-requiere-apto-ing IS EQUAL "S"
                      OR w-requiere-apto-ing IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-requiere-apto-ing
           END-PERFORM.

       417-PEDIR-AREA.
           DISPLAY "Area restringida a la que da ingreso "
                   "(2 caracteres, vacio = ninguna)".
           ACCEPT w-area-ing.
           PERFORM UNTIL w-area-ing IS NOT EQUAL "00"
               DISPLAY "Error, el area 00 es el ingreso general"
               ACCEPT w-area-ing
           END-PERFORM.

       440-MODIFICAR-ACTIVIDAD.
      *    The new importe is billed from the next cuota run on; the
      *    months already billed keep what they were charged.
           PERFORM 405-PEDIR-CLAVE-ACTIVIDAD.
           IF w-hallado IS EQUAL ZERO
               DISPLAY "Error, la actividad no existe"
           ELSE
               MOVE w-act-importe(w-hallado) TO w-importe-imp
               DISPLAY "Actual: " w-act-descripcion(w-hallado)
                       " importe " w-importe-imp
                       " apto " w-act-requiere-apto(w-hallado)
                       " area " w-act-area(w-hallado)
               PERFORM 230-PEDIR-DESCRIPCION
               PERFORM 220-PEDIR-IMPORTE
               PERFORM 415-PEDIR-APTO
               PERFORM 417-PEDIR-AREA
               MOVE w-actividad(w-hallado) TO w-imagen-antes
               MOVE w-descripcion-ing TO w-act-descripcion(w-hallado)
               MOVE w-importe-ing TO w-act-importe(w-hallado)
               MOVE w-requiere-apto-ing TO
                   w-act-requiere-apto(w-hallado)
               MOVE w-area-ing TO w-act-area(w-hallado)
               MOVE w-actividad(w-hallado) TO w-imagen-despues
               MOVE "ACTIVIDADES" TO audt-archivo
               MOVE "M" TO audt-accion
               PERFORM 700-GRABAR-AUDITORIA
               MOVE "S" TO w-cambio-actividades
               DISPLAY "Actividad modificada"
           END-IF.

       450-BAJA-ACTIVIDAD.
           PERFORM 405-PEDIR-CLAVE-ACTIVIDAD.
           IF w-hallado IS EQUAL ZERO
               DISPLAY "Error, la actividad no existe"
           ELSE
               PERFORM 460-VERIFICAR-INSCRIPTOS
               IF w-en-uso IS EQUAL "S"
                   DISPLAY "Error, la actividad tiene socios "
                           "inscriptos, cierre antes las inscripciones"
               ELSE
                   MOVE w-actividad(w-hallado) TO w-imagen-antes
                   MOVE SPACES TO w-imagen-despues
                   PERFORM 455-CORRER-ACTIVIDAD
                       VARYING w-idx FROM w-hallado BY 1
                       UNTIL w-idx IS NOT < w-cant-actividades
                   SUBTRACT 1 FROM w-cant-actividades
                   MOVE "ACTIVIDADES" TO audt-archivo
                   MOVE "B" TO audt-accion
                   PERFORM 700-GRABAR-AUDITORIA
                   MOVE "S" TO w-cambio-actividades
                   DISPLAY "Actividad retirada"
               END-IF
           END-IF.

       455-CORRER-ACTIVIDAD.
           MOVE w-actividad(w-idx + 1) TO w-actividad(w-idx).

       460-VERIFICAR-INSCRIPTOS.
      *    An open enrollment (no fecha hasta) to a retired code would
      *    stop being billed without anyone closing it.
           MOVE "N" TO w-en-uso.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT INSCRIPCIONES.
           IF ws-inscripciones-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 465-LEER-INSCRIPCION
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF ins-actividad IS EQUAL w-actividad-ing
                       AND ins-fecha-hasta IS EQUAL ZERO
                   MOVE "S" TO w-en-uso
               END-IF
               PERFORM 465-LEER-INSCRIPCION
           END-PERFORM.
           IF ws-inscripciones-status IS NOT EQUAL "35"
               CLOSE INSCRIPCIONES
           END-IF.

       465-LEER-INSCRIPCION.
           READ INSCRIPCIONES AT END MOVE 1 TO w-flag-fin.

       470-LISTAR-ACTIVIDADES.
           PERFORM 475-LISTAR-ACTIVIDAD
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-actividades.
           DISPLAY "Actividades: " w-cant-actividades.

       475-LISTAR-ACTIVIDAD.
           MOVE w-act-importe(w-idx) TO w-importe-imp.
           DISPLAY w-act-codigo(w-idx) " "
                   w-act-descripcion(w-idx)
                   " importe " w-importe-imp
                   " apto " w-act-requiere-apto(w-idx)
                   " area " w-act-area(w-idx).

       500-CLASES.
           DISPLAY "CLASES DE TRANSACCION".
           PERFORM 210-PEDIR-ACCION.
           PERFORM UNTIL w-accion IS EQUAL "V"
               IF w-accion IS EQUAL "A"
                   PERFORM 510-ALTA-CLASE
               END-IF
               IF w-accion IS EQUAL "M"
                   PERFORM 540-MODIFICAR-CLASE
               END-IF
               IF w-accion IS EQUAL "B"
                   PERFORM 550-BAJA-CLASE
               END-IF
               IF w-accion IS EQUAL "L"
                   PERFORM 570-LISTAR-CLASES
               END-IF
               DISPLAY "CLASES DE TRANSACCION"
               PERFORM 210-PEDIR-ACCION
           END-PERFORM.

       505-BUSCAR-CLASE.
           MOVE ZERO TO w-hallado.
           PERFORM 507-COTEJAR-CLASE
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-clases
                  OR w-hallado IS > ZERO.

       507-COTEJAR-CLASE.
           IF w-cls-codigo(w-idx) IS EQUAL w-clase-ing
               MOVE w-idx TO w-hallado
           END-IF.

       508-PEDIR-LADO.
      *    The lado tells every reader whether the clase is a charge
      *    to the socio (C) or money in (P).
           DISPLAY "Ingrese el lado (C=cargo, P=pago)".
           ACCEPT w-lado-ing.
           PERFORM UNTIL w-lado-ing IS EQUAL "C"
                      OR w-lado-ing IS EQUAL "P"
               DISPLAY "Error, ingrese C o P"
               ACCEPT w-lado-ing
           END-PERFORM.

       510-ALTA-CLASE.
           PERFORM 240-PEDIR-CLASE.
           PERFORM 505-BUSCAR-CLASE.
           IF w-hallado IS > ZERO
               DISPLAY "Error, la clase ya existe: "
                       w-cls-descripcion(w-hallado)
           ELSE
               IF w-cant-clases IS NOT < 20
                   DISPLAY "Error, CLASES ya tiene 20 lineas"
               ELSE
                   PERFORM 230-PEDIR-DESCRIPCION
                   PERFORM 508-PEDIR-LADO
                   ADD 1 TO w-cant-clases
                   MOVE w-clase-ing TO w-cls-codigo(w-cant-clases)
                   MOVE w-descripcion-ing TO
                       w-cls-descripcion(w-cant-clases)
                   MOVE w-lado-ing TO w-cls-lado(w-cant-clases)
                   MOVE SPACES TO w-imagen-antes
                   MOVE w-clase(w-cant-clases) TO w-imagen-despues
                   MOVE "CLASES" TO audt-archivo
                   MOVE "A" TO audt-accion
                   PERFORM 700-GRABAR-AUDITORIA
                   MOVE "S" TO w-cambio-clases
                   DISPLAY "Clase registrada"
               END-IF
           END-IF.

       540-MODIFICAR-CLASE.
           PERFORM 240-PEDIR-CLASE.
           PERFORM 505-BUSCAR-CLASE.
           IF w-hallado IS EQUAL ZERO
               DISPLAY "Error, la clase no existe"
           ELSE
               DISPLAY "Actual: " w-cls-descripcion(w-hallado)
                       " lado " w-cls-lado(w-hallado)
               PERFORM 230-PEDIR-DESCRIPCION
               PERFORM 508-PEDIR-LADO
               IF w-lado-ing IS NOT EQUAL w-cls-lado(w-hallado)
                   DISPLAY "AVISO: cambia el lado de la clase, los "
                           "movimientos ya liquidados se leeran "
                           "del otro lado"
               END-IF
               MOVE w-clase(w-hallado) TO w-imagen-antes
               MOVE w-descripcion-ing TO w-cls-descripcion(w-hallado)
               MOVE w-lado-ing TO w-cls-lado(w-hallado)
               MOVE w-clase(w-hallado) TO w-imagen-despues
               MOVE "CLASES" TO audt-archivo
               MOVE "M" TO audt-accion
               PERFORM 700-GRABAR-AUDITORIA
               MOVE "S" TO w-cambio-clases
               DISPLAY "Clase modificada"
           END-IF.

       550-BAJA-CLASE.
           PERFORM 240-PEDIR-CLASE.
           PERFORM 505-BUSCAR-CLASE.
           IF w-hallado IS EQUAL ZERO
               DISPLAY "Error, la clase no existe"
           ELSE
               PERFORM 560-VERIFICAR-PENDIENTES
               IF w-en-uso IS EQUAL "S"
                   DISPLAY "Error, la clase figura en ARCHTRANS, no "
                           "puede eliminarse hasta liquidar el lote"
               ELSE
                   MOVE w-clase(w-hallado) TO w-imagen-antes
                   MOVE SPACES TO w-imagen-despues
                   PERFORM 555-CORRER-CLASE
                       VARYING w-idx FROM w-hallado BY 1
                       UNTIL w-idx IS NOT < w-cant-clases
                   SUBTRACT 1 FROM w-cant-clases
                   MOVE "CLASES" TO audt-archivo
                   MOVE "B" TO audt-accion
                   PERFORM 700-GRABAR-AUDITORIA
                   MOVE "S" TO w-cambio-clases
                   DISPLAY "Clase eliminada"
               END-IF
           END-IF.

       555-CORRER-CLASE.
           MOVE w-clase(w-idx + 1) TO w-clase(w-idx).

       560-VERIFICAR-PENDIENTES.
      *    A pending detail of a deleted clase would be rejected by
      *    the validation and its money lost from the batch.
           MOVE "N" TO w-en-uso.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-TRANS.
           IF ws-arch-trans-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 195-LEER-TRANS
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF tr-det-tipo IS EQUAL "D"
                       AND tr-det-clase IS EQUAL w-clase-ing
                   MOVE "S" TO w-en-uso
               END-IF
               PERFORM 195-LEER-TRANS
           END-PERFORM.
           IF ws-arch-trans-status IS NOT EQUAL "35"
               CLOSE ARCH-TRANS
           END-IF.

       570-LISTAR-CLASES.
           PERFORM 575-LISTAR-CLASE
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-clases.
           DISPLAY "Clases: " w-cant-clases.

       575-LISTAR-CLASE.
           DISPLAY w-cls-codigo(w-idx) " "
                   w-cls-descripcion(w-idx)
                   " lado " w-cls-lado(w-idx).

       600-PRESUPUESTO.
           DISPLAY "PRESUPUESTO".
           PERFORM 210-PEDIR-ACCION.
           PERFORM UNTIL w-accion IS EQUAL "V"
               IF w-accion IS EQUAL "A"
                   PERFORM 610-ALTA-PRESUPUESTO
               END-IF
               IF w-accion IS EQUAL "M"
                   PERFORM 640-MODIFICAR-PRESUPUESTO
               END-IF
               IF w-accion IS EQUAL "B"
                   PERFORM 650-BAJA-PRESUPUESTO
               END-IF
               IF w-accion IS EQUAL "L"
                   PERFORM 670-LISTAR-PRESUPUESTO
               END-IF
               DISPLAY "PRESUPUESTO"
               PERFORM 210-PEDIR-ACCION
           END-PERFORM.

       605-PEDIR-CLAVE-PRESUPUESTO.
           DISPLAY "Ingrese el ejercicio (AAAA)".
           ACCEPT w-ejercicio-ing.
           PERFORM UNTIL w-ejercicio-ing IS NOT < 1900
               DISPLAY "Error, el ejercicio no es valido"
               ACCEPT w-ejercicio-ing
           END-PERFORM.
           DISPLAY "Ingrese el mes (1-12)".
           ACCEPT w-mes-ing.
           PERFORM UNTIL w-mes-ing IS > ZERO
                     AND w-mes-ing IS NOT > 12
               DISPLAY "Error, el mes debe estar entre 1 y 12"
               ACCEPT w-mes-ing
           END-PERFORM.
      *    The budget line has to name a clase the site accepts, or
      *    the report would carry it under no column.
           PERFORM 240-PEDIR-CLASE.
           PERFORM 505-BUSCAR-CLASE.
           PERFORM UNTIL w-hallado IS > ZERO
               DISPLAY "Error, la clase no existe en CLASES"
               PERFORM 240-PEDIR-CLASE
               PERFORM 505-BUSCAR-CLASE
           END-PERFORM.
           MOVE ZERO TO w-hallado.
           PERFORM 607-COTEJAR-PRESUPUESTO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-presupuesto
                  OR w-hallado IS > ZERO.

       607-COTEJAR-PRESUPUESTO.
           IF w-pre-ejercicio(w-idx) IS EQUAL w-ejercicio-ing
                   AND w-pre-mes(w-idx) IS EQUAL w-mes-ing
                   AND w-pre-clase(w-idx) IS EQUAL w-clase-ing
               MOVE w-idx TO w-hallado
           END-IF.

       608-PEDIR-PRESUPUESTADO.
           DISPLAY "Ingrese el importe presupuestado".
           ACCEPT w-presup-ing.

       610-ALTA-PRESUPUESTO.
           PERFORM 605-PEDIR-CLAVE-PRESUPUESTO.
           IF w-hallado IS > ZERO
               DISPLAY "Error, ya hay presupuesto para ese mes y "
                       "clase, use M"
           ELSE
               IF w-cant-presupuesto IS NOT < 1000
                   DISPLAY "Error, PRESUPUESTO ya tiene 1000 lineas"
               ELSE
                   PERFORM 608-PEDIR-PRESUPUESTADO
                   ADD 1 TO w-cant-presupuesto
                   MOVE w-ejercicio-ing TO
                       w-pre-ejercicio(w-cant-presupuesto)
                   MOVE w-mes-ing TO w-pre-mes(w-cant-presupuesto)
                   MOVE w-clase-ing TO
                       w-pre-clase(w-cant-presupuesto)
                   MOVE w-presup-ing TO
                       w-pre-importe(w-cant-presupuesto)
                   MOVE SPACES TO w-imagen-antes
                   MOVE w-presupuesto(w-cant-presupuesto) TO
                       w-imagen-despues
                   MOVE "PRESUPUESTO" TO audt-archivo
                   MOVE "A" TO audt-accion
                   PERFORM 700-GRABAR-AUDITORIA
                   MOVE "S" TO w-cambio-presupuesto
                   DISPLAY "Linea de presupuesto registrada"
               END-IF
           END-IF.

       640-MODIFICAR-PRESUPUESTO.
           PERFORM 605-PEDIR-CLAVE-PRESUPUESTO.
           IF w-hallado IS EQUAL ZERO
               DISPLAY "Error, no hay presupuesto para ese mes y "
                       "clase"
           ELSE
               MOVE w-pre-importe(w-hallado) TO w-importe-imp
               DISPLAY "Importe actual: " w-importe-imp
               PERFORM 608-PEDIR-PRESUPUESTADO
               MOVE w-presupuesto(w-hallado) TO w-imagen-antes
               MOVE w-presup-ing TO w-pre-importe(w-hallado)
               MOVE w-presupuesto(w-hallado) TO w-imagen-despues
               MOVE "PRESUPUESTO" TO audt-archivo
               MOVE "M" TO audt-accion
               PERFORM 700-GRABAR-AUDITORIA
               MOVE "S" TO w-cambio-presupuesto
               DISPLAY "Linea de presupuesto modificada"
           END-IF.

       650-BAJA-PRESUPUESTO.
           PERFORM 605-PEDIR-CLAVE-PRESUPUESTO.
           IF w-hallado IS EQUAL ZERO
               DISPLAY "Error, no hay presupuesto para ese mes y "
                       "clase"
           ELSE
               MOVE w-presupuesto(w-hallado) TO w-imagen-antes
               MOVE SPACES TO w-imagen-despues
               PERFORM 655-CORRER-PRESUPUESTO
                   VARYING w-idx FROM w-hallado BY 1
                   UNTIL w-idx IS NOT < w-cant-presupuesto
               SUBTRACT 1 FROM w-cant-presupuesto
               MOVE "PRESUPUESTO" TO audt-archivo
               MOVE "B" TO audt-accion
               PERFORM 700-GRABAR-AUDITORIA
               MOVE "S" TO w-cambio-presupuesto
               DISPLAY "Linea de presupuesto retirada"
           END-IF.

       655-CORRER-PRESUPUESTO.
           MOVE w-presupuesto(w-idx + 1) TO w-presupuesto(w-idx).

       670-LISTAR-PRESUPUESTO.
           DISPLAY "Ingrese el ejercicio a listar (AAAA)".
           ACCEPT w-ejercicio-ing.
           PERFORM 675-LISTAR-LINEA
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-presupuesto.

       675-LISTAR-LINEA.
           IF w-pre-ejercicio(w-idx) IS EQUAL w-ejercicio-ing
               MOVE w-pre-importe(w-idx) TO w-importe-imp
               DISPLAY "Mes " w-pre-mes(w-idx)
                       " clase " w-pre-clase(w-idx)
                       " importe " w-importe-imp
           END-IF.

       700-GRABAR-AUDITORIA.
           MOVE w-operador-id TO audt-operador.
           ACCEPT audt-fecha FROM DATE YYYYMMDD.
           ACCEPT audt-hora FROM TIME.
           MOVE w-imagen-antes TO audt-antes.
           MOVE w-imagen-despues TO audt-despues.
           WRITE audt-reg.

       800-REESCRIBIR-ARCHIVOS.
      *    Each touched file goes back whole with the session's
      *    changes, the same rewrite-in-place the enrollment
      *    maintenance applies.
           IF w-cambio-tarifas IS EQUAL "S"
               OPEN OUTPUT TARIFAS
               PERFORM 810-GRABAR-TARIFA
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-cant-tarifas
               CLOSE TARIFAS
               DISPLAY "TARIFAS reescrito: " w-cant-tarifas
           END-IF.
           IF w-cambio-actividades IS EQUAL "S"
               OPEN OUTPUT ACTIVIDADES
               PERFORM 820-GRABAR-ACTIVIDAD
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-cant-actividades
               CLOSE ACTIVIDADES
               DISPLAY "ACTIVIDADES reescrito: " w-cant-actividades
           END-IF.
           IF w-cambio-clases IS EQUAL "S"
               OPEN OUTPUT CLASES
               PERFORM 830-GRABAR-CLASE
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-cant-clases
               CLOSE CLASES
               DISPLAY "CLASES reescrito: " w-cant-clases
           END-IF.
           IF w-cambio-presupuesto IS EQUAL "S"
               OPEN OUTPUT PRESUPUESTO
               PERFORM 840-GRABAR-PRESUPUESTO
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-cant-presupuesto
               CLOSE PRESUPUESTO
               DISPLAY "PRESUPUESTO reescrito: " w-cant-presupuesto
           END-IF.

       810-GRABAR-TARIFA.
           MOVE w-tarifa(w-idx) TO tar-reg.
           WRITE tar-reg.

       820-GRABAR-ACTIVIDAD.
           MOVE w-actividad(w-idx) TO act-reg.
           WRITE act-reg.

       830-GRABAR-CLASE.
           MOVE w-clase(w-idx) TO cls-reg.
           WRITE cls-reg.

       840-GRABAR-PRESUPUESTO.
           MOVE w-presupuesto(w-idx) TO pre-reg.
           WRITE pre-reg.

       900-FIN.
           CLOSE AUDIT-TABLAS.
           PERFORM 145-LIBERAR-BLOQUEO.

       END PROGRAM MANTENER-TABLAS.
