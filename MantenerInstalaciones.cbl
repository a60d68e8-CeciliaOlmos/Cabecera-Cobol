      ******************************************************************
      * Author:
      * Date:
      * Purpose: Master of the club's bookable facilities (tennis and
      *          paddle courts, the quincho, the salon de fiestas):
      *          one INSTALACIONES record per facility with its rate,
      *          charged per hour ("H") or per event ("E"), the hours
      *          it opens and closes, how many hours ahead a booking
      *          can be cancelled free of charge and the clase letter
      *          its booking charges travel under, which must be a
      *          charge-side clase registered in CLASES. The front desk
      *          books through ReservarInstalaciones and
      *          FacturarReservas bills the bookings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-INSTALACIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
      *    INSTALACIONES is the facilities master, one record per
      *    facility; estado "A" activa, "B" de baja (no new bookings).
           SELECT INSTALACIONES
           ASSIGN TO "INSTALACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ist-codigo
           FILE STATUS IS ws-instalaciones-status.

      *    CLASES is the transaction-class master MantenerTablas keeps.
           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

      *    OPERADORES is the operator master; setting what the club
      *    charges is a supervisor-level action, so sign-on here
      *    requires an active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALACIONES.
       01  ist-reg.
           03 ist-codigo pic x(2).
           03 ist-descripcion pic x(20).
      *    "H" the rate is per hour booked, "E" per event whatever
      *    its length.
           03 ist-modalidad pic x.
           03 ist-tarifa pic 9(7)v99.
      *    Whole hours (0-24) the facility can be booked between.
           03 ist-hora-apertura pic 9(2).
           03 ist-hora-cierre pic 9(2).
      *    A cancellation less than these hours before the booking
      *    starts is still charged.
           03 ist-horas-aviso pic 9(3).
           03 ist-clase pic x.
           03 ist-estado pic x.

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
       01  ws-instalaciones-status pic xx.
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
       01  w-flag-fin pic 9 value zero.
       01  w-codigo-ing pic x(2).
       01  w-descripcion-ing pic x(20).
       01  w-modalidad-ing pic x.
       01  w-tarifa-ing pic 9(7)v99.
       01  w-apertura-ing pic 9(2).
       01  w-cierre-ing pic 9(2).
       01  w-aviso-ing pic 9(3).
       01  w-clase-ing pic x.
       01  w-clase-valida pic x.
       01  w-tarifa-imp pic zzz.zzz.zz9,99.
       01  w-cant-listadas pic 9(3) value zero.
      *    Run-lock workbench: the facilities master is claimed in
      *    the BLOQUEOS register, as INSTALACION, for the session.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "A"
                   PERFORM 300-ALTA-INSTALACION
               END-IF
               IF w-opcion IS EQUAL "M"
                   PERFORM 400-MODIFICAR-INSTALACION
               END-IF
               IF w-opcion IS EQUAL "B"
                   PERFORM 450-BAJA-INSTALACION
               END-IF
               IF w-opcion IS EQUAL "L"
                   PERFORM 500-LISTAR-INSTALACIONES
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           OPEN I-O INSTALACIONES.
           IF ws-instalaciones-status IS EQUAL "35"
               OPEN OUTPUT INSTALACIONES
               CLOSE INSTALACIONES
               OPEN I-O INSTALACIONES
           END-IF.
           IF ws-instalaciones-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir INSTALACIONES, "
                       "estado " ws-instalaciones-status
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
           MOVE "INSTALACION" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se pueden mantener instalaciones, "
                       "INSTALACIONES esta en uso"
               CLOSE INSTALACIONES
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "INSTALACION" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       200-MOSTRAR-MENU.
           DISPLAY "INSTALACIONES".
           DISPLAY "A = alta de instalacion".
           DISPLAY "M = modificar tarifa, horario, aviso o clase".
           DISPLAY "B = baja de instalacion".
           DISPLAY "L = listado de instalaciones".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "M"
                      OR w-opcion IS EQUAL "B"
                      OR w-opcion IS EQUAL "L"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese A, M, B, L o F"
               ACCEPT w-opcion
           END-PERFORM.

       210-PEDIR-CODIGO.
           DISPLAY "Ingrese el codigo de instalacion (2 caracteres)".
           ACCEPT w-codigo-ing.
           PERFORM UNTIL w-codigo-ing IS NOT EQUAL SPACES
               DISPLAY "Error, el codigo no puede estar en blanco"
               ACCEPT w-codigo-ing
           END-PERFORM.

       300-ALTA-INSTALACION.
           PERFORM 210-PEDIR-CODIGO.
           MOVE w-codigo-ing TO ist-codigo.
           READ INSTALACIONES
               INVALID KEY
                   PERFORM 310-CARGAR-INSTALACION
               NOT INVALID KEY
                   DISPLAY "Error, la instalacion " w-codigo-ing
                           " ya existe: " ist-descripcion
           END-READ.

       310-CARGAR-INSTALACION.
           DISPLAY "Ingrese la descripcion".
           ACCEPT w-descripcion-ing.
           PERFORM UNTIL w-descripcion-ing IS NOT EQUAL SPACES
               DISPLAY "Error, la descripcion no puede estar en "
                       "blanco"
               ACCEPT w-descripcion-ing
           END-PERFORM.
           DISPLAY "Ingrese la modalidad: H = por hora, E = por "
                   "evento".
           ACCEPT w-modalidad-ing.
           PERFORM UNTIL w-modalidad-ing IS EQUAL "H"
                      OR w-modalidad-ing IS EQUAL "E"
               DISPLAY "Error, responda H o E"
               ACCEPT w-modalidad-ing
           END-PERFORM.
           PERFORM 320-PEDIR-CONDICIONES.
           DISPLAY "Instalacion " w-codigo-ing " "
                   w-descripcion-ing " modalidad " w-modalidad-ing.
           PERFORM 340-MOSTRAR-CONDICIONES.
           PERFORM 350-CONFIRMAR.
           IF w-confirmar IS EQUAL "S"
               MOVE w-codigo-ing TO ist-codigo
               MOVE w-descripcion-ing TO ist-descripcion
               MOVE w-modalidad-ing TO ist-modalidad
               PERFORM 360-MOVER-CONDICIONES
               MOVE "A" TO ist-estado
               WRITE ist-reg
               DISPLAY "Instalacion registrada"
           ELSE
               DISPLAY "Alta cancelada, no se grabo nada"
           END-IF.

       320-PEDIR-CONDICIONES.
           DISPLAY "Ingrese la tarifa (por hora o por evento)".
           ACCEPT w-tarifa-ing.
           PERFORM UNTIL w-tarifa-ing IS > ZERO
               DISPLAY "Error, la tarifa debe ser positiva"
               ACCEPT w-tarifa-ing
           END-PERFORM.
           DISPLAY "Ingrese la hora de apertura (0-23)".
           ACCEPT w-apertura-ing.
           PERFORM UNTIL w-apertura-ing IS < 24
               DISPLAY "Error, la hora debe ser 0 a 23"
               ACCEPT w-apertura-ing
           END-PERFORM.
           DISPLAY "Ingrese la hora de cierre (1-24)".
           ACCEPT w-cierre-ing.
           PERFORM UNTIL w-cierre-ing IS > w-apertura-ing
                     AND w-cierre-ing IS NOT > 24
               DISPLAY "Error, el cierre debe ser posterior a la "
                       "apertura y no mayor que 24"
               ACCEPT w-cierre-ing
           END-PERFORM.
           DISPLAY "Ingrese las horas de aviso para cancelar sin "
                   "cargo".
           ACCEPT w-aviso-ing.
           DISPLAY "Ingrese la clase de los cargos (registrada en "
                   "CLASES)".
           ACCEPT w-clase-ing.
           PERFORM 330-VALIDAR-CLASE.
           PERFORM UNTIL w-clase-valida IS EQUAL "S"
               ACCEPT w-clase-ing
               PERFORM 330-VALIDAR-CLASE
           END-PERFORM.

       330-VALIDAR-CLASE.
      *    The booking charges need a charge-side clase, and one that
      *    is not the cuota's, so their income reads apart.
           MOVE "N" TO w-clase-valida.
           IF w-clase-ing IS EQUAL "Q" OR w-clase-ing IS EQUAL SPACE
               DISPLAY "Error, las reservas necesitan una clase "
                       "distinta de la cuota"
           ELSE
               PERFORM 335-BUSCAR-CLASE
               IF w-clase-valida IS NOT EQUAL "S"
                   DISPLAY "Error, la clase no esta en CLASES como "
                           "cargo; registrela en MantenerTablas"
               END-IF
           END-IF.

       335-BUSCAR-CLASE.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CLASES.
           IF ws-clases-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-fin
           ELSE
               PERFORM 337-LEER-CLASE
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF cls-codigo IS EQUAL w-clase-ing
                       AND cls-lado IS EQUAL "C"
                   MOVE "S" TO w-clase-valida
               END-IF
               PERFORM 337-LEER-CLASE
           END-PERFORM.
           IF ws-clases-status IS NOT EQUAL "35"
               CLOSE CLASES
           END-IF.

       337-LEER-CLASE.
           READ CLASES AT END MOVE 1 TO w-flag-fin.

       340-MOSTRAR-CONDICIONES.
           MOVE w-tarifa-ing TO w-tarifa-imp.
           DISPLAY "Tarifa " w-tarifa-imp " de " w-apertura-ing
                   " a " w-cierre-ing " hs, aviso " w-aviso-ing
                   " hs, clase " w-clase-ing.

       350-CONFIRMAR.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.

       360-MOVER-CONDICIONES.
           MOVE w-tarifa-ing TO ist-tarifa.
           MOVE w-apertura-ing TO ist-hora-apertura.
           MOVE w-cierre-ing TO ist-hora-cierre.
           MOVE w-aviso-ing TO ist-horas-aviso.
           MOVE w-clase-ing TO ist-clase.

       400-MODIFICAR-INSTALACION.
      *    A new rate reaches the bookings taken from now on; those
      *    already taken keep the charge quoted at the desk.
           PERFORM 210-PEDIR-CODIGO.
           MOVE w-codigo-ing TO ist-codigo.
           READ INSTALACIONES
               INVALID KEY
                   DISPLAY "Error, la instalacion " w-codigo-ing
                           " no existe"
               NOT INVALID KEY
                   PERFORM 410-CAMBIAR-CONDICIONES
           END-READ.

       410-CAMBIAR-CONDICIONES.
           DISPLAY ist-descripcion " modalidad " ist-modalidad.
           MOVE ist-tarifa TO w-tarifa-ing.
           MOVE ist-hora-apertura TO w-apertura-ing.
           MOVE ist-hora-cierre TO w-cierre-ing.
           MOVE ist-horas-aviso TO w-aviso-ing.
           MOVE ist-clase TO w-clase-ing.
           DISPLAY "Condiciones actuales:".
           PERFORM 340-MOSTRAR-CONDICIONES.
           PERFORM 320-PEDIR-CONDICIONES.
           PERFORM 340-MOSTRAR-CONDICIONES.
           PERFORM 350-CONFIRMAR.
           IF w-confirmar IS EQUAL "S"
               PERFORM 360-MOVER-CONDICIONES
               REWRITE ist-reg
               DISPLAY "Instalacion modificada"
           ELSE
               DISPLAY "Modificacion cancelada, no se grabo nada"
           END-IF.

       450-BAJA-INSTALACION.
      *    A facility de baja takes no new bookings; the ones already
      *    taken stand and are billed as usual.
           PERFORM 210-PEDIR-CODIGO.
           MOVE w-codigo-ing TO ist-codigo.
           READ INSTALACIONES
               INVALID KEY
                   DISPLAY "Error, la instalacion " w-codigo-ing
                           " no existe"
               NOT INVALID KEY
                   IF ist-estado IS NOT EQUAL "A"
                       DISPLAY "Error, la instalacion ya esta de "
                               "baja"
                   ELSE
                       DISPLAY ist-descripcion
                       PERFORM 350-CONFIRMAR
                       IF w-confirmar IS EQUAL "S"
                           MOVE "B" TO ist-estado
                           REWRITE ist-reg
                           DISPLAY "Instalacion dada de baja"
                       END-IF
                   END-IF
           END-READ.

       500-LISTAR-INSTALACIONES.
           MOVE ZERO TO w-cant-listadas.
           MOVE ZERO TO w-flag-fin.
           MOVE LOW-VALUES TO ist-codigo.
           START INSTALACIONES KEY IS NOT < ist-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-fin
           END-START.
           IF w-flag-fin IS NOT EQUAL 1
               PERFORM 510-LEER-INSTALACION
           END-IF.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               MOVE ist-tarifa TO w-tarifa-imp
               DISPLAY ist-codigo " " ist-descripcion " "
                       ist-estado " " ist-modalidad " "
                       w-tarifa-imp " " ist-hora-apertura "-"
                       ist-hora-cierre " hs aviso "
                       ist-horas-aviso " clase " ist-clase
               ADD 1 TO w-cant-listadas
               PERFORM 510-LEER-INSTALACION
           END-PERFORM.
           DISPLAY "Instalaciones: " w-cant-listadas.

       510-LEER-INSTALACION.
           READ INSTALACIONES NEXT RECORD
               AT END MOVE 1 TO w-flag-fin
           END-READ.

       700-FIN.
           CLOSE INSTALACIONES.
           PERFORM 160-LIBERAR-BLOQUEO.

       END PROGRAM MANTENER-INSTALACIONES.
