      ******************************************************************
      * Author:
      * Date:
      * Purpose: Billing run for facility bookings. Every booking in
      *          RESERVAS whose day has arrived by the fecha given,
      *          used or cancelled too late, and not yet billed is
      *          charged to the socio (to the head of family for a
      *          dependent, the way activities are) under the clase
      *          of its facility, straight into ARCHTRANS for
      *          OrdenarTrans and CabecAct; a booking billed ahead and
      *          then cancelled in time has its charge reversed. Each
      *          booking is marked with the batch fecha it went out
      *          under, so no booking is billed twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-RESERVAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs, so the charges land in the same ARCHTRANS the
      *    pipeline drains.
           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

      *    RESERVAS holds every booking ReservarInstalaciones took.
           SELECT RESERVAS
           ASSIGN TO "RESERVAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS res-clave
           FILE STATUS IS ws-reservas-status.

      *    INSTALACIONES gives the clase each facility's charges
      *    travel under.
           SELECT INSTALACIONES
           ASSIGN TO "INSTALACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ist-codigo
           FILE STATUS IS ws-instalaciones-status.

      *    GRUPOS names each dependent's head of family.
           SELECT GRUPOS
           ASSIGN TO "GRUPOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-grupos-status.

      *    FECHAS-CTL is the fecha-status control file: the generated
      *    fecha is checked and registered here ("P" pendiente, with
      *    running counts) just as an entry session would.
           SELECT FECHAS-CTL
           ASSIGN TO "FECHASCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS fec-fecha
           FILE STATUS IS ws-fechasctl-status.

      *    OPERADORES is the operator master; writing charges
      *    straight into the pipeline is a supervisor-level action,
      *    so sign-on here requires an active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS.
       01  tr-cab-reg.
           03 tr-cab-tipo PIC X.
           03 tr-cab-fecha PIC 9(8).
      *    Sala/branch the header was keyed in, carried from entry
      *    onward so a questioned figure can be traced to its room.
           03 tr-cab-sala PIC 99.
       01  tr-det-reg.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
      *    cheque, "T" transferencia; rows keyed before the field
      *    existed read back as space and count as efectivo.
           03 tr-det-medio PIC X.
      *    "T" trailer closing the generated fecha with its detail
      *    count and amount, verified by the chain downstream.
       01  tr-tra-reg.
           03 tr-tra-tipo PIC X.
           03 tr-tra-cant PIC 9(5).
           03 tr-tra-importe PIC S9(9)V99.

       FD  RESERVAS.
       01  res-reg.
           03 res-clave.
               05 res-instalacion pic x(2).
               05 res-fecha pic 9(8).
               05 res-hora-desde pic 9(2).
               05 res-secuencia pic 9(2).
           03 res-hora-hasta pic 9(2).
           03 res-socio pic 9(5).
           03 res-importe pic 9(7)v99.
      *    "R" reservada, "C" cancelada sin cargo, "X" cancelada con
      *    cargo.
           03 res-estado pic x.
      *    "N" not billed yet, "S" billed, "A" billed and then
      *    cancelled in time (the charge is to be reversed), "R"
      *    reversed.
           03 res-facturada pic x.
           03 res-fecha-factura pic 9(8).
           03 res-fecha-alta pic 9(8).
           03 res-operador pic x(10).
           03 res-fecha-baja pic 9(8).
           03 res-operador-baja pic x(10).

       FD  INSTALACIONES.
       01  ist-reg.
           03 ist-codigo pic x(2).
           03 ist-descripcion pic x(20).
           03 ist-modalidad pic x.
           03 ist-tarifa pic 9(7)v99.
           03 ist-hora-apertura pic 9(2).
           03 ist-hora-cierre pic 9(2).
           03 ist-horas-aviso pic 9(3).
           03 ist-clase pic x.
           03 ist-estado pic x.

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

       FD  FECHAS-CTL.
       01  fec-reg.
           03 fec-fecha pic 9(8).
           03 fec-estado pic x.
           03 fec-cant-reg pic 9(5).
           03 fec-importe pic s9(9)v99.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-arch-trans-status pic xx.
       01  ws-reservas-status pic xx.
       01  ws-instalaciones-status pic xx.
       01  ws-grupos-status pic xx.
       01  ws-fechasctl-status pic xx.
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
       01  w-flag-reservas pic 9 value zero.
       01  w-flag-instalaciones pic 9 value zero.
       01  w-flag-grupos pic 9 value zero.
       01  w-confirmar pic x value "N".
       01  w-cabecera-hecha pic x value "N".
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-factura pic 9(8).
       01  filler REDEFINES w-fecha-factura.
           03 w-fac-aaaa pic 9(4).
           03 w-fac-mm pic 9(2).
           03 w-fac-dd pic 9(2).
       01  w-fecha-valida pic x value "S".
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
      *    Facility codes and their clase, loaded once.
       01  w-tabla-instalaciones.
           03 w-instalacion OCCURS 50 TIMES.
               05 w-ist-codigo pic x(2).
               05 w-ist-clase pic x.
       01  w-cant-instalaciones pic 9(2) value zero.
       01  w-idx-ist pic 9(2).
       01  w-clase-cargo pic x.
      *    Head of family per socio, indexed directly by the socio
      *    number (zero = no group).
       01  w-tabla-cabezas.
           03 w-cabeza-de OCCURS 99999 TIMES pic 9(5).
       01  w-idx-gru pic 9(6).
       01  w-socio-factura pic 9(5).
       01  w-importe-cargo pic s9(7)v99.
       01  w-cant-cargos pic 9(5) value zero.
       01  w-cant-reversas pic 9(5) value zero.
      *    Detail rows and amount written under the batch fecha, the
      *    figures its closing "T" trailer carries.
       01  w-cant-lote pic 9(5) value zero.
       01  w-imp-lote pic s9(9)v99 value zero.
      *    Run-lock workbench: ARCHTRANS and RESERVAS are claimed in
      *    the BLOQUEOS register before any charge goes out and
      *    released at the normal end of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PEDIR-FECHA.
           DISPLAY "Se facturaran las reservas hasta el "
                   w-fecha-factura " con esa fecha. Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "S"
               PERFORM 400-FACTURAR
               PERFORM 690-GRABAR-TRAILER
           ELSE
               DISPLAY "Facturacion cancelada, no se grabo nada"
           END-IF.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-CARGAR-INSTALACIONES.
           PERFORM 140-CARGAR-GRUPOS.
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

       120-ABRIR-ARCHIVOS.
           OPEN I-O RESERVAS.
           IF ws-reservas-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir RESERVAS, estado "
                       ws-reservas-status
               STOP RUN
           END-IF.
           OPEN EXTEND ARCH-TRANS.
           IF ws-arch-trans-status IS EQUAL "35"
               OPEN OUTPUT ARCH-TRANS
           END-IF.
           OPEN I-O FECHAS-CTL.
           IF ws-fechasctl-status IS EQUAL "35"
               OPEN OUTPUT FECHAS-CTL
               CLOSE FECHAS-CTL
               OPEN I-O FECHAS-CTL
           END-IF.

       130-CARGAR-INSTALACIONES.
           OPEN INPUT INSTALACIONES.
           IF ws-instalaciones-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir INSTALACIONES, "
                       "estado " ws-instalaciones-status
               STOP RUN
           END-IF.
           PERFORM 135-LEER-INSTALACION.
           PERFORM UNTIL w-flag-instalaciones IS EQUAL 1
                      OR w-cant-instalaciones IS NOT < 50
               ADD 1 TO w-cant-instalaciones
               MOVE ist-codigo TO
                   w-ist-codigo(w-cant-instalaciones)
               MOVE ist-clase TO w-ist-clase(w-cant-instalaciones)
               PERFORM 135-LEER-INSTALACION
           END-PERFORM.
           CLOSE INSTALACIONES.

       135-LEER-INSTALACION.
           READ INSTALACIONES NEXT RECORD
               AT END MOVE 1 TO w-flag-instalaciones
           END-READ.

       140-CARGAR-GRUPOS.
           PERFORM 142-LIMPIAR-CABEZA
               VARYING w-idx-gru FROM 1 BY 1
               UNTIL w-idx-gru > 99999.
           OPEN INPUT GRUPOS.
           IF ws-grupos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-grupos
           ELSE
               PERFORM 144-LEER-GRUPO
           END-IF.
           PERFORM UNTIL w-flag-grupos IS EQUAL 1
               IF gru-miembro IS > ZERO
                       AND gru-cabeza IS > ZERO
                   MOVE gru-cabeza TO w-cabeza-de(gru-miembro)
               END-IF
               PERFORM 144-LEER-GRUPO
           END-PERFORM.
           IF ws-grupos-status IS NOT EQUAL "35"
               CLOSE GRUPOS
           END-IF.

       142-LIMPIAR-CABEZA.
           MOVE ZERO TO w-cabeza-de(w-idx-gru).

       144-LEER-GRUPO.
           READ GRUPOS AT END MOVE 1 TO w-flag-grupos.

       150-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede facturar, ARCHTRANS esta en uso"
               STOP RUN
           END-IF.
           MOVE "T" TO w-blq-accion.
           MOVE "RESERVAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede facturar, RESERVAS esta en uso"
               MOVE "L" TO w-blq-accion
               MOVE "ARCHTRANS" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "RESERVAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           MOVE "L" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       200-PEDIR-FECHA.
           DISPLAY "Ingrese la fecha de facturacion (AAAAMMDD)".
           ACCEPT w-fecha-factura.
           PERFORM 215-VALIDAR-FECHA.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Ingrese la fecha de facturacion (AAAAMMDD)"
               ACCEPT w-fecha-factura
               PERFORM 215-VALIDAR-FECHA
           END-PERFORM.

       215-VALIDAR-FECHA.
      *    A genuine AAAAMMDD date, not in the future; the fecha may
      *    already be pendiente with the day's entry, but a cerrada
      *    one takes no more rows.
           MOVE "S" TO w-fecha-valida.
           PERFORM 230-VALIDAR-CALENDARIO.
           IF w-fecha-valida IS EQUAL "S"
               MOVE w-fecha-factura TO fec-fecha
               READ FECHAS-CTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fec-estado IS EQUAL "C"
                           DISPLAY "Error, la fecha "
                                   w-fecha-factura " ya esta cerrada"
                           MOVE "N" TO w-fecha-valida
                       END-IF
               END-READ
           END-IF.

       230-VALIDAR-CALENDARIO.
           IF w-fac-mm IS < 1 OR w-fac-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-fac-mm) TO w-dias-limite
               IF w-fac-mm IS EQUAL 2
                   PERFORM 235-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-fac-dd IS < 1
                       OR w-fac-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.
           IF w-fecha-valida IS EQUAL "S"
                   AND w-fecha-factura IS > w-fecha-hoy
               MOVE "N" TO w-fecha-valida
           END-IF.
           IF w-fecha-valida IS EQUAL "N"
               DISPLAY "Error, la fecha " w-fecha-factura
                       " no es una fecha AAAAMMDD valida"
           END-IF.

       235-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-fac-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-fac-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-fac-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       400-FACTURAR.
           MOVE LOW-VALUES TO res-clave.
           START RESERVAS KEY IS NOT < res-clave
               INVALID KEY
                   MOVE 1 TO w-flag-reservas
           END-START.
           IF w-flag-reservas IS NOT EQUAL 1
               PERFORM 410-LEER-RESERVA
           END-IF.
           PERFORM UNTIL w-flag-reservas IS EQUAL 1
               IF res-facturada IS EQUAL "N"
                       AND res-fecha IS NOT > w-fecha-factura
                       AND (res-estado IS EQUAL "R"
                         OR res-estado IS EQUAL "X")
                   PERFORM 420-FACTURAR-RESERVA
               END-IF
               IF res-facturada IS EQUAL "A"
                   PERFORM 430-REVERTIR-RESERVA
               END-IF
               PERFORM 410-LEER-RESERVA
           END-PERFORM.
           DISPLAY "Reservas facturadas: " w-cant-cargos
                   ", cargos revertidos: " w-cant-reversas.

       410-LEER-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END MOVE 1 TO w-flag-reservas
           END-READ.

       420-FACTURAR-RESERVA.
           PERFORM 440-BUSCAR-CLASE.
           IF w-clase-cargo IS EQUAL SPACE
               DISPLAY "AVISO: la instalacion " res-instalacion
                       " no esta en INSTALACIONES, la reserva del "
                       res-fecha " no se factura"
           ELSE
               MOVE res-importe TO w-importe-cargo
               IF w-importe-cargo IS > ZERO
                   PERFORM 450-GRABAR-DETALLE
               END-IF
               MOVE "S" TO res-facturada
               MOVE w-fecha-factura TO res-fecha-factura
               REWRITE res-reg
               ADD 1 TO w-cant-cargos
           END-IF.

       430-REVERTIR-RESERVA.
      *    Billed ahead and then cancelled in time: the charge goes
      *    back as a reversal, the sign convention the entry program
      *    applies to any credit.
           PERFORM 440-BUSCAR-CLASE.
           IF w-clase-cargo IS NOT EQUAL SPACE
               COMPUTE w-importe-cargo = ZERO - res-importe
               IF w-importe-cargo IS NOT EQUAL ZERO
                   PERFORM 450-GRABAR-DETALLE
               END-IF
               MOVE "R" TO res-facturada
               REWRITE res-reg
               ADD 1 TO w-cant-reversas
           END-IF.

       440-BUSCAR-CLASE.
           MOVE SPACE TO w-clase-cargo.
           PERFORM 445-COTEJAR-INSTALACION
               VARYING w-idx-ist FROM 1 BY 1
               UNTIL w-idx-ist > w-cant-instalaciones.

       445-COTEJAR-INSTALACION.
           IF w-ist-codigo(w-idx-ist) IS EQUAL res-instalacion
               MOVE w-ist-clase(w-idx-ist) TO w-clase-cargo
           END-IF.

       450-GRABAR-DETALLE.
      *    A dependent's booking bills to the head of family, so one
      *    household gets one bill.
           IF w-cabeza-de(res-socio) IS > ZERO
               MOVE w-cabeza-de(res-socio) TO w-socio-factura
           ELSE
               MOVE res-socio TO w-socio-factura
           END-IF.
           PERFORM 460-GRABAR-CABECERA.
           MOVE "D" TO tr-det-tipo.
           MOVE w-clase-cargo TO tr-det-clase.
           IF w-importe-cargo IS > ZERO
               MOVE "N" TO tr-det-mov
           ELSE
               MOVE "R" TO tr-det-mov
           END-IF.
           MOVE w-socio-factura TO tr-det-socio.
           MOVE w-importe-cargo TO tr-det-importe.
           MOVE 1 TO tr-det-sala.
      *    A generated charge moves no money over the counter, so it
      *    carries no medio de pago.
           MOVE SPACE TO tr-det-medio.
           WRITE tr-det-reg.
           PERFORM 470-ACTUALIZAR-FECHA-CTL.

       460-GRABAR-CABECERA.
      *    The "C" header for the batch fecha is written once, on the
      *    first charge actually written; a fecha already pendiente
      *    keeps its counts, the same way the sala merge registers
      *    one, and OrdenarTrans drops the duplicate header.
           IF w-cabecera-hecha IS NOT EQUAL "S"
               MOVE "C" TO tr-cab-tipo
               MOVE w-fecha-factura TO tr-cab-fecha
      *        Generated batches are produced centrally, in the main
      *        sala.
               MOVE 1 TO tr-cab-sala
               WRITE tr-cab-reg
               MOVE w-fecha-factura TO fec-fecha
               MOVE "P" TO fec-estado
               MOVE ZERO TO fec-cant-reg
               MOVE ZERO TO fec-importe
               WRITE fec-reg
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "S" TO w-cabecera-hecha
           END-IF.

       470-ACTUALIZAR-FECHA-CTL.
           MOVE w-fecha-factura TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO fec-cant-reg
                   ADD tr-det-importe TO fec-importe
                   REWRITE fec-reg
           END-READ.
      *    The same row also counts toward the batch's closing "T"
      *    trailer.
           ADD 1 TO w-cant-lote.
           ADD tr-det-importe TO w-imp-lote.

       690-GRABAR-TRAILER.
      *    The generated fecha closes with a "T" control record
      *    carrying its detail count and amount, the same trailer the
      *    entry program leaves, so the chain can verify the batch; a
      *    run that billed nobody has no header and needs none.
           IF w-cabecera-hecha IS EQUAL "S"
               MOVE "T" TO tr-tra-tipo
               MOVE w-cant-lote TO tr-tra-cant
               MOVE w-imp-lote TO tr-tra-importe
               WRITE tr-tra-reg
           END-IF.

       700-FIN.
           CLOSE ARCH-TRANS.
           CLOSE RESERVAS.
           CLOSE FECHAS-CTL.
           PERFORM 160-LIBERAR-BLOQUEO.

       END PROGRAM FACTURAR-RESERVAS.
