      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the COBRADORES master: one record per
      *          door-to-door collector with his name, the localidades
      *          (as keyed in CONTACTOS con-localidad) that make up his
      *          zone, and the commission percentage he keeps out of
      *          what he collects. HojaRutaCobrador builds each
      *          collector's monthly route sheet from these zones, and
      *          RendicionCobrador settles what he brings back against
      *          this rate. A baja deactivates the collector without
      *          losing the record, so old rendiciones still name him.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-COBRADORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT COBRADORES
           ASSIGN TO "COBRADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cob-codigo
           FILE STATUS IS ws-cobradores-status.

      *    OPERADORES is the operator master; the commission rate is
      *    money the club gives away, so sign-on here requires an
      *    active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOCOBRADORES".

       DATA DIVISION.
       FILE SECTION.
       FD  COBRADORES.
       01  cob-reg.
           03 cob-codigo pic 9(3).
           03 cob-nombre pic x(30).
      *    The localidades that make up the collector's zone, spelled
      *    the way CONTACTOS carries them; unused slots are spaces.
           03 cob-zona OCCURS 5 TIMES pic x(20).
      *    Percentage of each rendicion the collector keeps.
           03 cob-comision pic 9(2)v99.
           03 cob-activo pic x.
           03 cob-fecha-alta pic 9(8).

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
       01  ws-cobradores-status pic xx.
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
       01  w-cobrador-ing pic 9(3).
       01  w-nombre-ing pic x(30).
       01  w-zona-ing pic x(20).
       01  w-comision-ing pic 9(2)v99.
       01  w-idx-zona pic 9.
       01  w-cant-zonas pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-existia pic x value "N".
       01  w-flag-cobradores pic 9 value zero.
       01  w-cant-listados pic 9(5) value zero.
      *    Run-lock workbench: COBRADORES is claimed in the BLOQUEOS
      *    register for the session and released at the normal end
      *    of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  cabecera1.
           03 filler pic x(17) value spaces.
           03 filler pic x(30) value
              "COBRADORES Y ZONAS ASIGNADAS".
           03 filler pic x(33) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "COD.".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "COMIS.".
           03 filler pic x(3) value spaces.
           03 filler pic x(3) value "ACT".
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "ZONA (LOCALIDAD)".
           03 filler pic x(15) value spaces.
       01  detalle.
           03 filler pic x(2) value spaces.
           03 l-codigo pic 9(3).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(22).
           03 filler pic x(2) value spaces.
           03 l-comision pic z9,99.
           03 filler pic x(5) value spaces.
           03 l-activo pic x.
           03 filler pic x(3) value spaces.
           03 l-zona pic x(20).
           03 filler pic x(15) value spaces.
       01  detallezona.
           03 filler pic x(47) value spaces.
           03 lz-zona pic x(20).
           03 filler pic x(13) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "A"
                   PERFORM 300-ALTA-COBRADOR
               END-IF
               IF w-opcion IS EQUAL "B"
                   PERFORM 400-BAJA-COBRADOR
               END-IF
               IF w-opcion IS EQUAL "L"
                   PERFORM 500-LISTAR-COBRADORES
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 140-TOMAR-BLOQUEO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

       140-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "COBRADORES" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se pueden mantener cobradores, "
                       "COBRADORES esta en uso"
               STOP RUN
           END-IF.

       145-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "COBRADORES" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

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
           OPEN I-O COBRADORES.
           IF ws-cobradores-status IS EQUAL "35"
               OPEN OUTPUT COBRADORES
               CLOSE COBRADORES
               OPEN I-O COBRADORES
           END-IF.

       200-MOSTRAR-MENU.
           DISPLAY "COBRADORES A DOMICILIO".
           DISPLAY "A = alta o cambio de cobrador".
           DISPLAY "B = baja de cobrador".
           DISPLAY "L = listado de cobradores y zonas".
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
           DISPLAY "Ingrese el codigo de cobrador (1-999)".
           ACCEPT w-cobrador-ing.
           PERFORM UNTIL w-cobrador-ing IS > ZERO
               DISPLAY "Error, el codigo debe ser positivo"
               ACCEPT w-cobrador-ing
           END-PERFORM.

       300-ALTA-COBRADOR.
           PERFORM 210-PEDIR-CODIGO.
           MOVE "N" TO w-existia.
           MOVE w-cobrador-ing TO cob-codigo.
           READ COBRADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-existia
                   DISPLAY "Cobrador existente: " cob-nombre
                   DISPLAY "Se reemplazan sus datos y su zona"
           END-READ.
           DISPLAY "Ingrese el nombre del cobrador".
           ACCEPT w-nombre-ing.
           PERFORM UNTIL w-nombre-ing IS NOT EQUAL SPACES
               DISPLAY "Error, el nombre no puede estar en blanco"
               ACCEPT w-nombre-ing
           END-PERFORM.
           DISPLAY "Ingrese el porcentaje de comision (0-99,99)".
           ACCEPT w-comision-ing.
           PERFORM UNTIL w-comision-ing IS < 100
               DISPLAY "Error, la comision debe ser menor a 100"
               ACCEPT w-comision-ing
           END-PERFORM.
           MOVE w-cobrador-ing TO cob-codigo.
           MOVE w-nombre-ing TO cob-nombre.
           MOVE w-comision-ing TO cob-comision.
           MOVE "S" TO cob-activo.
           IF w-existia IS NOT EQUAL "S"
               MOVE w-fecha-hoy TO cob-fecha-alta
           END-IF.
           PERFORM 310-PEDIR-ZONAS.
           IF w-existia IS EQUAL "S"
               REWRITE cob-reg
           ELSE
               WRITE cob-reg
           END-IF.
           DISPLAY "Cobrador " w-cobrador-ing " registrado con "
                   w-cant-zonas " localidades".

       310-PEDIR-ZONAS.
      *    The zone is matched against con-localidad exactly as the
      *    counter keys it, so the localidad must be written the same
      *    way here; a blank entry ends the list.
           MOVE ZERO TO w-cant-zonas.
           PERFORM 315-LIMPIAR-ZONA
               VARYING w-idx-zona FROM 1 BY 1
               UNTIL w-idx-zona > 5.
           MOVE "X" TO w-zona-ing.
           PERFORM UNTIL w-zona-ing IS EQUAL SPACES
                      OR w-cant-zonas IS EQUAL 5
               DISPLAY "Ingrese una localidad de la zona (blanco = "
                       "fin)"
               ACCEPT w-zona-ing
               IF w-zona-ing IS NOT EQUAL SPACES
                   ADD 1 TO w-cant-zonas
                   MOVE w-zona-ing TO cob-zona(w-cant-zonas)
               END-IF
           END-PERFORM.
           IF w-cant-zonas IS EQUAL ZERO
               DISPLAY "AVISO: el cobrador queda sin zona, no tendra "
                       "hoja de ruta"
           END-IF.

       315-LIMPIAR-ZONA.
           MOVE SPACES TO cob-zona(w-idx-zona).

       400-BAJA-COBRADOR.
           PERFORM 210-PEDIR-CODIGO.
           MOVE w-cobrador-ing TO cob-codigo.
           READ COBRADORES
               INVALID KEY
                   DISPLAY "Error, el cobrador " w-cobrador-ing
                           " no existe"
               NOT INVALID KEY
      *            The record stays, inactive, so the rendiciones he
      *            already settled can still be traced to him.
                   MOVE "N" TO cob-activo
                   REWRITE cob-reg
                   DISPLAY "Cobrador " w-cobrador-ing
                           " dado de baja"
           END-READ.

       500-LISTAR-COBRADORES.
           MOVE ZERO TO w-flag-cobradores.
           MOVE ZERO TO w-cant-listados.
           OPEN OUTPUT LISTADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE ZERO TO cob-codigo.
           START COBRADORES KEY IS NOT < cob-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-cobradores
           END-START.
           IF w-flag-cobradores IS NOT EQUAL 1
               PERFORM 510-LEER-COBRADOR
           END-IF.
           PERFORM UNTIL w-flag-cobradores IS EQUAL 1
               PERFORM 520-LISTAR-UNO
               PERFORM 510-LEER-COBRADOR
           END-PERFORM.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           CLOSE LISTADO.
           DISPLAY "Cobradores listados: " w-cant-listados.

       510-LEER-COBRADOR.
           READ COBRADORES NEXT RECORD
               AT END MOVE 1 TO w-flag-cobradores
           END-READ.

       520-LISTAR-UNO.
           MOVE cob-codigo TO l-codigo.
           MOVE cob-nombre TO l-nombre.
           MOVE cob-comision TO l-comision.
           MOVE cob-activo TO l-activo.
           MOVE cob-zona(1) TO l-zona.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER 1
                   WRITE lis-reg FROM cabecera2 AFTER 1
                   WRITE lis-reg FROM cabecera3 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.
           PERFORM 530-LISTAR-ZONA
               VARYING w-idx-zona FROM 2 BY 1
               UNTIL w-idx-zona > 5.
           ADD 1 TO w-cant-listados.

       530-LISTAR-ZONA.
           IF cob-zona(w-idx-zona) IS NOT EQUAL SPACES
               MOVE cob-zona(w-idx-zona) TO lz-zona
               WRITE lis-reg FROM detallezona AFTER 1
               DISPLAY lis-reg
           END-IF.

       700-FIN.
           CLOSE COBRADORES.
           PERFORM 145-LIBERAR-BLOQUEO.

       END PROGRAM MANTENER-COBRADORES.
