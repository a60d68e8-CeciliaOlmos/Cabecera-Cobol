      ******************************************************************
      * Author:
      * Date:
      * Purpose: Front-desk booking of the club's facilities, in place
      *          of the notebook. A booking names the facility, the
      *          socio, the fecha and the whole hours it runs between;
      *          it is refused for a socio not in estado "A", outside
      *          the facility's hours, in the past, or overlapping a
      *          booking already standing. The charge is quoted at the
      *          facility's rate (per hour or per event) and kept on
      *          the booking; FacturarReservas bills it once the day
      *          arrives. A cancellation made less than the facility's
      *          notice hours before the start is still charged; one
      *          made in time frees the slot at no cost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAR-INSTALACIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
      *    RESERVAS holds every booking, keyed by facility, fecha,
      *    starting hour and a sequence (a slot cancelled in time can
      *    be booked again); estado "R" reservada, "C" cancelada sin
      *    cargo, "X" cancelada con cargo.
           SELECT RESERVAS
           ASSIGN TO "RESERVAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS res-clave
           FILE STATUS IS ws-reservas-status.

      *    INSTALACIONES is the facilities master
      *    MantenerInstalaciones keeps.
           SELECT INSTALACIONES
           ASSIGN TO "INSTALACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ist-codigo
           FILE STATUS IS ws-instalaciones-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVAS.
       01  res-reg.
           03 res-clave.
               05 res-instalacion pic x(2).
               05 res-fecha pic 9(8).
               05 res-hora-desde pic 9(2).
               05 res-secuencia pic 9(2).
      *    First whole hour after the booking; 24 closes the day.
           03 res-hora-hasta pic 9(2).
           03 res-socio pic 9(5).
      *    Charge quoted at the desk at the facility's rate.
           03 res-importe pic 9(7)v99.
           03 res-estado pic x.
      *    "N" not billed yet, "S" billed, "A" billed and then
      *    cancelled in time (the charge is to be reversed), "R"
      *    reversed.
           03 res-facturada pic x.
      *    Batch fecha the charge went out under.
           03 res-fecha-factura pic 9(8).
           03 res-fecha-alta pic 9(8).
           03 res-operador pic x(10).
           03 res-fecha-baja pic 9(8).
           03 res-operador-baja pic x(10).

       FD  INSTALACIONES.
       01  ist-reg.
           03 ist-codigo pic x(2).
           03 ist-descripcion pic x(20).
      *    "H" the rate is per hour booked, "E" per event whatever
      *    its length.
           03 ist-modalidad pic x.
           03 ist-tarifa pic 9(7)v99.
           03 ist-hora-apertura pic 9(2).
           03 ist-hora-cierre pic 9(2).
      *    A cancellation less than these hours before the booking
      *    starts is still charged.
           03 ist-horas-aviso pic 9(3).
           03 ist-clase pic x.
           03 ist-estado pic x.

       FD  SOCIOS.
       01  soc-reg.
           03 soc-numero pic 9(5).
           03 soc-nombre pic x(30).
           03 soc-estado pic x.
           03 soc-categoria pic x.
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-reservas-status pic xx.
       01  ws-instalaciones-status pic xx.
       01  ws-socios-status pic xx.
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
       01  w-flag-reservas pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-hora-actual pic 9(8).
       01  filler REDEFINES w-hora-actual.
           03 w-hora-hh pic 9(2).
           03 filler pic 9(6).
       01  w-instalacion-ing pic x(2).
       01  w-instalacion-valida pic x.
       01  w-socio-ing pic 9(5).
       01  w-socio-valido pic x.
       01  w-fecha-ing pic 9(8).
       01  filler REDEFINES w-fecha-ing.
           03 w-ing-aaaa pic 9(4).
           03 w-ing-mm pic 9(2).
           03 w-ing-dd pic 9(2).
       01  w-fecha-valida pic x.
       01  w-desde-ing pic 9(2).
       01  w-hasta-ing pic 9(2).
       01  w-horario-valido pic x.
       01  w-superpuesta pic x.
       01  w-secuencia pic 9(2).
       01  w-importe pic 9(7)v99.
       01  w-importe-imp pic zzz.zzz.zz9,99.
       01  w-reserva-hallada pic x.
      *    Day numbers for the notice check: days since a fixed
      *    origin for the booking's fecha and today's, so the hours
      *    left before the start are a plain subtraction.
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
       01  w-anio pic 9(4).
       01  w-anio-ant pic 9(4).
       01  w-dn-fecha pic 9(8).
       01  filler REDEFINES w-dn-fecha.
           03 w-dn-aaaa pic 9(4).
           03 w-dn-mm pic 9(2).
           03 w-dn-dd pic 9(2).
       01  w-dn-dias pic 9(7).
       01  w-idx-mes pic 9(2).
       01  w-dias-reserva pic 9(7).
       01  w-dias-hoy pic 9(7).
       01  w-horas-faltan pic s9(7).
       01  w-cant-reservas pic 9(5) value zero.
       01  w-cant-canceladas pic 9(5) value zero.
      *    Run-lock workbench: RESERVAS is claimed in the BLOQUEOS
      *    register for the session, so two desks cannot give the
      *    same slot away at once.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "R"
                   PERFORM 300-RESERVAR
               END-IF
               IF w-opcion IS EQUAL "C"
                   PERFORM 400-CANCELAR
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-PEDIR-OPERADOR.
           PERFORM 150-TOMAR-BLOQUEO.

       120-ABRIR-ARCHIVOS.
           OPEN I-O RESERVAS.
           IF ws-reservas-status IS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
           OPEN INPUT INSTALACIONES.
           IF ws-instalaciones-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir INSTALACIONES, "
                       "estado " ws-instalaciones-status
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.

       130-PEDIR-OPERADOR.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 135-VALIDAR-OPERADOR
                   UNTIL w-operador-valido IS EQUAL "S"
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

       150-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "RESERVAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede reservar, RESERVAS esta en uso"
               CLOSE RESERVAS
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "RESERVAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       200-MOSTRAR-MENU.
           DISPLAY "RESERVAS DE INSTALACIONES".
           DISPLAY "R = reservar".
           DISPLAY "C = cancelar una reserva".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "R"
                      OR w-opcion IS EQUAL "C"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese R, C o F"
               ACCEPT w-opcion
           END-PERFORM.

       210-PEDIR-INSTALACION.
           MOVE "N" TO w-instalacion-valida.
           PERFORM 215-VALIDAR-INSTALACION
               UNTIL w-instalacion-valida IS EQUAL "S".

       215-VALIDAR-INSTALACION.
           DISPLAY "Ingrese el codigo de instalacion".
           ACCEPT w-instalacion-ing.
           MOVE w-instalacion-ing TO ist-codigo.
           READ INSTALACIONES
               INVALID KEY
                   DISPLAY "Error, la instalacion no existe"
               NOT INVALID KEY
                   IF ist-estado IS NOT EQUAL "A"
                       DISPLAY "Error, la instalacion esta de baja"
                   ELSE
                       MOVE "S" TO w-instalacion-valida
                       DISPLAY ist-descripcion " de "
                               ist-hora-apertura " a "
                               ist-hora-cierre " hs"
                   END-IF
           END-READ.

       220-PEDIR-FECHA.
      *    A genuine AAAAMMDD calendar date, today or later.
           MOVE "N" TO w-fecha-valida.
           PERFORM 225-VALIDAR-FECHA
               UNTIL w-fecha-valida IS EQUAL "S".

       225-VALIDAR-FECHA.
           DISPLAY "Ingrese la fecha de la reserva (AAAAMMDD)".
           ACCEPT w-fecha-ing.
           MOVE "S" TO w-fecha-valida.
           IF w-ing-mm IS < 1 OR w-ing-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-ing-mm) TO w-dias-limite
               IF w-ing-mm IS EQUAL 2
                   MOVE w-ing-aaaa TO w-anio
                   PERFORM 235-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-ing-dd IS < 1
                       OR w-ing-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.
           IF w-fecha-valida IS EQUAL "N"
               DISPLAY "Error, la fecha " w-fecha-ing
                       " no es una fecha AAAAMMDD valida"
           ELSE
               IF w-fecha-ing IS < w-fecha-hoy
                   MOVE "N" TO w-fecha-valida
                   DISPLAY "Error, la fecha ya paso"
               END-IF
           END-IF.

       235-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-anio BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-anio BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-anio BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       300-RESERVAR.
           PERFORM 210-PEDIR-INSTALACION.
           PERFORM 310-PEDIR-SOCIO.
           IF w-socio-valido IS EQUAL "S"
               PERFORM 220-PEDIR-FECHA
               PERFORM 320-PEDIR-HORARIO
               IF w-horario-valido IS EQUAL "S"
                   PERFORM 330-VERIFICAR-SUPERPOSICION
                   IF w-superpuesta IS EQUAL "S"
                       DISPLAY "Error, el horario se superpone con "
                               "una reserva de " res-hora-desde
                               " a " res-hora-hasta " hs"
                   ELSE
                       PERFORM 340-CONFIRMAR-RESERVA
                   END-IF
               END-IF
           END-IF.

       310-PEDIR-SOCIO.
      *    Only a socio in estado "A" can book; a suspended or retired
      *    one is turned away at the desk.
           MOVE "N" TO w-socio-valido.
           DISPLAY "Ingrese el numero de socio".
           ACCEPT w-socio-ing.
           MOVE w-socio-ing TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "Error, el socio no existe"
               NOT INVALID KEY
                   IF soc-estado IS NOT EQUAL "A"
                       DISPLAY "Error, el socio " soc-nombre
                               " no esta activo, no puede reservar"
                   ELSE
                       MOVE "S" TO w-socio-valido
                       DISPLAY "Socio: " soc-nombre
                   END-IF
           END-READ.

       320-PEDIR-HORARIO.
           MOVE "S" TO w-horario-valido.
           DISPLAY "Ingrese la hora de inicio (hora entera)".
           ACCEPT w-desde-ing.
           DISPLAY "Ingrese la hora de fin (hora entera)".
           ACCEPT w-hasta-ing.
           IF w-desde-ing IS < ist-hora-apertura
                   OR w-hasta-ing IS > ist-hora-cierre
                   OR w-hasta-ing IS NOT > w-desde-ing
               MOVE "N" TO w-horario-valido
               DISPLAY "Error, el horario debe estar entre las "
                       ist-hora-apertura " y las " ist-hora-cierre
                       " hs"
           ELSE
               ACCEPT w-hora-actual FROM TIME
               IF w-fecha-ing IS EQUAL w-fecha-hoy
                       AND w-desde-ing IS NOT > w-hora-hh
                   MOVE "N" TO w-horario-valido
                   DISPLAY "Error, esa hora de hoy ya paso"
               END-IF
           END-IF.

       330-VERIFICAR-SUPERPOSICION.
      *    Every standing booking of the facility that day is checked
      *    against the requested hours; the sequence for the new key
      *    is worked out on the same pass.
           MOVE "N" TO w-superpuesta.
           MOVE ZERO TO w-secuencia.
           MOVE ZERO TO w-flag-reservas.
           MOVE w-instalacion-ing TO res-instalacion.
           MOVE w-fecha-ing TO res-fecha.
           MOVE ZERO TO res-hora-desde.
           MOVE ZERO TO res-secuencia.
           START RESERVAS KEY IS NOT < res-clave
               INVALID KEY
                   MOVE 1 TO w-flag-reservas
           END-START.
           IF w-flag-reservas IS NOT EQUAL 1
               PERFORM 335-LEER-RESERVA-DIA
           END-IF.
           PERFORM UNTIL w-flag-reservas IS EQUAL 1
                      OR w-superpuesta IS EQUAL "S"
               IF res-estado IS EQUAL "R"
                       AND res-hora-desde IS < w-hasta-ing
                       AND res-hora-hasta IS > w-desde-ing
                   MOVE "S" TO w-superpuesta
               ELSE
                   IF res-hora-desde IS EQUAL w-desde-ing
                           AND res-secuencia IS NOT < w-secuencia
                       COMPUTE w-secuencia = res-secuencia + 1
                   END-IF
                   PERFORM 335-LEER-RESERVA-DIA
               END-IF
           END-PERFORM.

       335-LEER-RESERVA-DIA.
           READ RESERVAS NEXT RECORD
               AT END MOVE 1 TO w-flag-reservas
           END-READ.
           IF w-flag-reservas IS NOT EQUAL 1
               IF res-instalacion IS NOT EQUAL w-instalacion-ing
                       OR res-fecha IS NOT EQUAL w-fecha-ing
                   MOVE 1 TO w-flag-reservas
               END-IF
           END-IF.

       340-CONFIRMAR-RESERVA.
           IF ist-modalidad IS EQUAL "H"
               COMPUTE w-importe =
                   ist-tarifa * (w-hasta-ing - w-desde-ing)
           ELSE
               MOVE ist-tarifa TO w-importe
           END-IF.
           MOVE w-importe TO w-importe-imp.
           DISPLAY ist-descripcion " el " w-fecha-ing " de "
                   w-desde-ing " a " w-hasta-ing " hs, socio "
                   w-socio-ing ", cargo " w-importe-imp.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "S"
               MOVE w-instalacion-ing TO res-instalacion
               MOVE w-fecha-ing TO res-fecha
               MOVE w-desde-ing TO res-hora-desde
               MOVE w-secuencia TO res-secuencia
               MOVE w-hasta-ing TO res-hora-hasta
               MOVE w-socio-ing TO res-socio
               MOVE w-importe TO res-importe
               MOVE "R" TO res-estado
               MOVE "N" TO res-facturada
               MOVE ZERO TO res-fecha-factura
               MOVE w-fecha-hoy TO res-fecha-alta
               MOVE w-operador-id TO res-operador
               MOVE ZERO TO res-fecha-baja
               MOVE SPACES TO res-operador-baja
               WRITE res-reg
                   INVALID KEY
                       DISPLAY "Error, no se pudo grabar la reserva"
                   NOT INVALID KEY
                       ADD 1 TO w-cant-reservas
                       DISPLAY "Reserva registrada"
               END-WRITE
           ELSE
               DISPLAY "Reserva descartada, no se graba"
           END-IF.

       400-CANCELAR.
           PERFORM 210-PEDIR-INSTALACION.
           PERFORM 220-PEDIR-FECHA.
           DISPLAY "Ingrese la hora de inicio de la reserva".
           ACCEPT w-desde-ing.
           PERFORM 410-BUSCAR-RESERVA.
           IF w-reserva-hallada IS NOT EQUAL "S"
               DISPLAY "Error, no hay reserva vigente a esa hora"
           ELSE
               PERFORM 420-CALCULAR-AVISO
               IF w-horas-faltan IS NOT > ZERO
                   DISPLAY "Error, la reserva ya empezo, no se "
                           "puede cancelar"
               ELSE
                   PERFORM 430-CONFIRMAR-CANCELACION
               END-IF
           END-IF.

       410-BUSCAR-RESERVA.
           MOVE "N" TO w-reserva-hallada.
           MOVE ZERO TO w-flag-reservas.
           MOVE w-instalacion-ing TO res-instalacion.
           MOVE w-fecha-ing TO res-fecha.
           MOVE w-desde-ing TO res-hora-desde.
           MOVE ZERO TO res-secuencia.
           START RESERVAS KEY IS NOT < res-clave
               INVALID KEY
                   MOVE 1 TO w-flag-reservas
           END-START.
           IF w-flag-reservas IS NOT EQUAL 1
               PERFORM 335-LEER-RESERVA-DIA
           END-IF.
           PERFORM UNTIL w-flag-reservas IS EQUAL 1
                      OR w-reserva-hallada IS EQUAL "S"
               IF res-hora-desde IS NOT EQUAL w-desde-ing
                   MOVE 1 TO w-flag-reservas
               ELSE
                   IF res-estado IS EQUAL "R"
                       MOVE "S" TO w-reserva-hallada
                   ELSE
                       PERFORM 335-LEER-RESERVA-DIA
                   END-IF
               END-IF
           END-PERFORM.

       420-CALCULAR-AVISO.
      *    Hours left between now and the booking's start.
           ACCEPT w-hora-actual FROM TIME.
           MOVE res-fecha TO w-dn-fecha.
           PERFORM 800-NUMERO-DE-DIA.
           MOVE w-dn-dias TO w-dias-reserva.
           MOVE w-fecha-hoy TO w-dn-fecha.
           PERFORM 800-NUMERO-DE-DIA.
           MOVE w-dn-dias TO w-dias-hoy.
           COMPUTE w-horas-faltan =
               (w-dias-reserva - w-dias-hoy) * 24
               + res-hora-desde - w-hora-hh.

       430-CONFIRMAR-CANCELACION.
           DISPLAY "Reserva del socio " res-socio " de "
                   res-hora-desde " a " res-hora-hasta " hs".
           IF w-horas-faltan IS < ist-horas-aviso
               MOVE res-importe TO w-importe-imp
               DISPLAY "Faltan menos de " ist-horas-aviso
                       " hs: la cancelacion se cobra igual, "
                       w-importe-imp
           ELSE
               DISPLAY "Cancelacion en termino, sin cargo"
           END-IF.
           DISPLAY "Confirma la cancelacion (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "S"
               IF w-horas-faltan IS < ist-horas-aviso
                   MOVE "X" TO res-estado
               ELSE
                   MOVE "C" TO res-estado
      *            Billed ahead of a cancellation still in time: the
      *            next billing run reverses the charge.
                   IF res-facturada IS EQUAL "S"
                       MOVE "A" TO res-facturada
                   END-IF
               END-IF
               MOVE w-fecha-hoy TO res-fecha-baja
               MOVE w-operador-id TO res-operador-baja
               REWRITE res-reg
               ADD 1 TO w-cant-canceladas
               DISPLAY "Reserva cancelada, el horario queda libre"
           END-IF.

       800-NUMERO-DE-DIA.
      *    Days from the start of year 1 to w-dn-fecha: whole years
      *    with their leap days, then the months gone by this year,
      *    then the day itself.
           COMPUTE w-anio-ant = w-dn-aaaa - 1.
           COMPUTE w-dn-dias = w-anio-ant * 365.
           DIVIDE w-anio-ant BY 4 GIVING w-cociente.
           ADD w-cociente TO w-dn-dias.
           DIVIDE w-anio-ant BY 100 GIVING w-cociente.
           SUBTRACT w-cociente FROM w-dn-dias.
           DIVIDE w-anio-ant BY 400 GIVING w-cociente.
           ADD w-cociente TO w-dn-dias.
           PERFORM 810-SUMAR-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes IS NOT < w-dn-mm.
           IF w-dn-mm IS > 2
               MOVE w-dn-aaaa TO w-anio
               PERFORM 235-VERIFICAR-BISIESTO
               IF w-bisiesto IS EQUAL "S"
                   ADD 1 TO w-dn-dias
               END-IF
           END-IF.
           ADD w-dn-dd TO w-dn-dias.

       810-SUMAR-MES.
           ADD w-dias-mes(w-idx-mes) TO w-dn-dias.

       700-FIN.
           CLOSE RESERVAS.
           CLOSE INSTALACIONES.
           CLOSE SOCIOS.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.
           PERFORM 160-LIBERAR-BLOQUEO.
           DISPLAY "Reservas: " w-cant-reservas
                   ", canceladas: " w-cant-canceladas.

       END PROGRAM RESERVAR-INSTALACIONES.
