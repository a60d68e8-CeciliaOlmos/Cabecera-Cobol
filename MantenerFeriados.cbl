      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the FERIADOS calendar master: one
      *          record per date the club or the banks do not work,
      *          with its tipo ("F" feriado, club and banks closed;
      *          "B" bank-only holiday; "C" club closed while the
      *          banks work) and a description. DIA-HABIL reads it
      *          for every business-day count: GenerarRecargos'
      *          grace period, GenerarDebitos' presentment date, and
      *          the warning the entry program gives on a fecha the
      *          club was closed. Weekends need no record. A baja
      *          removes the date, which then counts as a working
      *          day again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-FERIADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT FERIADOS
           ASSIGN TO "FERIADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fer-fecha
           FILE STATUS IS ws-feriados-status.

      *    OPERADORES is the operator master; the calendar moves
      *    surcharges and bank presentments, so sign-on here requires
      *    an active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOFERIADOS".

       DATA DIVISION.
       FILE SECTION.
       FD  FERIADOS.
       01  fer-reg.
           03 fer-fecha pic 9(8).
      *    "F" feriado (club and banks closed), "B" bank-only
      *    holiday, "C" club closed.
           03 fer-tipo pic x.
           03 fer-descripcion pic x(30).
           03 fer-supervisor pic x(10).
           03 fer-fecha-alta pic 9(8).

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
       01  ws-feriados-status pic xx.
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
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-ing pic 9(8).
       01  filler REDEFINES w-fecha-ing.
           03 w-ing-aaaa pic 9(4).
           03 w-ing-mm pic 9(2).
           03 w-ing-dd pic 9(2).
      *    Days per month for the calendar check; February's 28 is
      *    stretched to 29 when the year divides by 4 but not by 100,
      *    or by 400.
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
       01  w-fecha-valida pic x value "S".
       01  w-tipo-ing pic x.
       01  w-descripcion-ing pic x(30).
       01  w-anio-desde pic 9(4).
       01  w-existia pic x value "N".
       01  w-confirma pic x.
       01  w-flag-feriados pic 9 value zero.
       01  w-cant-listados pic 9(5) value zero.
      *    Run-lock workbench: FERIADOS is claimed in the BLOQUEOS
      *    register for the session and released at the normal end
      *    of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  cabecera1.
           03 filler pic x(22) value spaces.
           03 filler pic x(36) value
              "CALENDARIO DE FERIADOS Y CIERRES".
           03 filler pic x(22) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "FECHA".
           03 filler pic x(6) value "TIPO".
           03 filler pic x(32) value "DESCRIPCION".
           03 filler pic x(12) value "SUPERVISOR".
           03 filler pic x(18) value "ALTA".
       01  detalle.
           03 filler pic x(2) value spaces.
           03 l-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-tipo pic x.
           03 filler pic x(5) value spaces.
           03 l-descripcion pic x(30).
           03 filler pic x(2) value spaces.
           03 l-supervisor pic x(10).
           03 filler pic x(2) value spaces.
           03 l-fecha-alta pic 9(8).
           03 filler pic x(10) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "A"
                   PERFORM 300-ALTA-FERIADO
               END-IF
               IF w-opcion IS EQUAL "B"
                   PERFORM 400-BAJA-FERIADO
               END-IF
               IF w-opcion IS EQUAL "L"
                   PERFORM 500-LISTAR-FERIADOS
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
           MOVE "FERIADOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se pueden mantener feriados, "
                       "FERIADOS esta en uso"
               STOP RUN
           END-IF.

       145-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "FERIADOS" TO w-blq-recurso.
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
           OPEN I-O FERIADOS.
           IF ws-feriados-status IS EQUAL "35"
               OPEN OUTPUT FERIADOS
               CLOSE FERIADOS
               OPEN I-O FERIADOS
           END-IF.

       200-MOSTRAR-MENU.
           DISPLAY "CALENDARIO DE FERIADOS".
           DISPLAY "A = alta o cambio de feriado".
           DISPLAY "B = baja de feriado".
           DISPLAY "L = listado de feriados".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "B"
                      OR w-opcion IS EQUAL "L"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese A, B, L o F"
               ACCEPT w-opcion
           END-PERFORM.

       210-PEDIR-FECHA.
           DISPLAY "Ingrese la fecha (AAAAMMDD)".
           ACCEPT w-fecha-ing.
           MOVE "S" TO w-fecha-valida.
           PERFORM 215-VALIDAR-CALENDARIO.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Error, la fecha " w-fecha-ing
                       " no es una fecha AAAAMMDD valida"
               ACCEPT w-fecha-ing
               MOVE "S" TO w-fecha-valida
               PERFORM 215-VALIDAR-CALENDARIO
           END-PERFORM.

       215-VALIDAR-CALENDARIO.
           IF w-ing-mm IS < 1 OR w-ing-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-ing-mm) TO w-dias-limite
               IF w-ing-mm IS EQUAL 2
                   PERFORM 217-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-ing-dd IS < 1
                       OR w-ing-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.

       217-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-ing-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-ing-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-ing-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       300-ALTA-FERIADO.
           PERFORM 210-PEDIR-FECHA.
           MOVE "N" TO w-existia.
           MOVE w-fecha-ing TO fer-fecha.
           READ FERIADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-existia
                   DISPLAY "Fecha ya registrada: " fer-tipo " "
                           fer-descripcion
                   DISPLAY "Se reemplazan sus datos"
           END-READ.
           DISPLAY "Ingrese el tipo (F = feriado, B = solo bancario, "
                   "C = club cerrado)".
           ACCEPT w-tipo-ing.
           PERFORM UNTIL w-tipo-ing IS EQUAL "F"
                      OR w-tipo-ing IS EQUAL "B"
                      OR w-tipo-ing IS EQUAL "C"
               DISPLAY "Error, ingrese F, B o C"
               ACCEPT w-tipo-ing
           END-PERFORM.
           DISPLAY "Ingrese la descripcion".
           ACCEPT w-descripcion-ing.
           PERFORM UNTIL w-descripcion-ing IS NOT EQUAL SPACES
               DISPLAY "Error, la descripcion no puede estar en "
                       "blanco"
               ACCEPT w-descripcion-ing
           END-PERFORM.
           MOVE w-fecha-ing TO fer-fecha.
           MOVE w-tipo-ing TO fer-tipo.
           MOVE w-descripcion-ing TO fer-descripcion.
           MOVE w-operador-id TO fer-supervisor.
           MOVE w-fecha-hoy TO fer-fecha-alta.
           IF w-existia IS EQUAL "S"
               REWRITE fer-reg
           ELSE
               WRITE fer-reg
           END-IF.
           DISPLAY "Feriado " w-fecha-ing " registrado".

       400-BAJA-FERIADO.
           PERFORM 210-PEDIR-FECHA.
           MOVE w-fecha-ing TO fer-fecha.
           READ FERIADOS
               INVALID KEY
                   DISPLAY "Error, la fecha " w-fecha-ing
                           " no esta en el calendario"
               NOT INVALID KEY
      *            Without its record the date is a working day
      *            again, so the baja is confirmed first.
                   DISPLAY "Feriado " fer-fecha " " fer-tipo " "
                           fer-descripcion
                   DISPLAY "Confirma la baja (S/N)"
                   ACCEPT w-confirma
                   IF w-confirma IS EQUAL "S"
                       DELETE FERIADOS
                       DISPLAY "Feriado dado de baja"
                   END-IF
           END-READ.

       500-LISTAR-FERIADOS.
           DISPLAY "Ingrese el anio desde el que listar (AAAA)".
           ACCEPT w-anio-desde.
           MOVE ZERO TO w-flag-feriados.
           MOVE ZERO TO w-cant-listados.
           OPEN OUTPUT LISTADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           COMPUTE fer-fecha = w-anio-desde * 10000.
           START FERIADOS KEY IS NOT < fer-fecha
               INVALID KEY
                   MOVE 1 TO w-flag-feriados
           END-START.
           IF w-flag-feriados IS NOT EQUAL 1
               PERFORM 510-LEER-FERIADO
           END-IF.
           PERFORM UNTIL w-flag-feriados IS EQUAL 1
               PERFORM 520-LISTAR-UNO
               PERFORM 510-LEER-FERIADO
           END-PERFORM.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           CLOSE LISTADO.
           DISPLAY "Feriados listados: " w-cant-listados.

       510-LEER-FERIADO.
           READ FERIADOS NEXT RECORD
               AT END MOVE 1 TO w-flag-feriados
           END-READ.

       520-LISTAR-UNO.
           MOVE fer-fecha TO l-fecha.
           MOVE fer-tipo TO l-tipo.
           MOVE fer-descripcion TO l-descripcion.
           MOVE fer-supervisor TO l-supervisor.
           MOVE fer-fecha-alta TO l-fecha-alta.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER 1
                   WRITE lis-reg FROM cabecera2 AFTER 1
                   WRITE lis-reg FROM cabecera3 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.
           ADD 1 TO w-cant-listados.

       700-FIN.
           CLOSE FERIADOS.
           PERFORM 145-LIBERAR-BLOQUEO.

       END PROGRAM MANTENER-FERIADOS.
