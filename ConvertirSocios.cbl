      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the SOCIOS padron to the
      *          layout that carries the fechas de ingreso and
      *          nacimiento. The padron as it stood is renamed and
      *          pointed at SOCIOSANT before the run; every record is
      *          copied into the new SOCIOS with both fechas at zero
      *          (unknown) for MantenerSocios to complete from the
      *          card box. A socio already in the new padron (a rerun
      *          after an interruption) is simply skipped, so the
      *          conversion can be repeated until it reports itself
      *          complete. SOCIOSANT is never touched.
      *          This is the first of the two padron conversions and
      *          keeps the four-digit socio number; a site coming
      *          from the original padron runs it, renames the new
      *          SOCIOS to SOCIOSANT, and then runs AMPLIAR-SOCIO,
      *          which reads this layout and widens the number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-SOCIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT SOCIOS-ANT
           ASSIGN TO "SOCIOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ant-numero
           FILE STATUS IS ws-sociosant-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

      *    OPERADORES is the operator master; rebuilding the padron
      *    is a supervisor-level action.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
      *    The padron as every program declared it before the fechas.
       FD  SOCIOS-ANT.
       01  ant-reg.
           03 ant-numero pic 9(4).
           03 ant-nombre pic x(30).
           03 ant-estado pic x.
           03 ant-categoria pic x.

       FD  SOCIOS.
       01  soc-reg.
      *    Still the four-digit number: this is the layout the
      *    socio number widening (AMPLIAR-SOCIO) reads back as
      *    SOCIOSANT, so it must not be widened here.
           03 soc-numero pic 9(4).
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

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-sociosant-status pic xx.
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
       01  w-flag-ant pic 9 value zero.
       01  w-confirmar pic x value "N".
       01  w-cant-leidos pic 9(5) value zero.
       01  w-cant-cargados pic 9(5) value zero.
       01  w-cant-repetidos pic 9(5) value zero.
      *    Run-lock workbench: SOCIOS is claimed in the BLOQUEOS
      *    register so nobody maintains the padron while it is being
      *    rebuilt.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ANTERIOR.
           PERFORM UNTIL w-flag-ant IS EQUAL 1
               PERFORM 300-CARGAR-SOCIO
               PERFORM 200-LEER-ANTERIOR
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           DISPLAY "Se copia el padron SOCIOSANT en SOCIOS con las "
                   "fechas de ingreso y nacimiento en cero.".
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "N"
               DISPLAY "Conversion cancelada, no se toco nada"
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS-ANT.
           IF ws-sociosant-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOSANT, estado "
                       ws-sociosant-status
               STOP RUN
           END-IF.
           OPEN I-O SOCIOS.
           IF ws-socios-status IS EQUAL "35"
               OPEN OUTPUT SOCIOS
               CLOSE SOCIOS
               OPEN I-O SOCIOS
           END-IF.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               CLOSE SOCIOS-ANT
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
           MOVE "SOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede convertir, SOCIOS esta en uso"
               CLOSE SOCIOS-ANT
               CLOSE SOCIOS
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       200-LEER-ANTERIOR.
           READ SOCIOS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-ant.

       300-CARGAR-SOCIO.
           ADD 1 TO w-cant-leidos.
           MOVE ant-numero TO soc-numero.
           MOVE ant-nombre TO soc-nombre.
           MOVE ant-estado TO soc-estado.
           MOVE ant-categoria TO soc-categoria.
           MOVE ZERO TO soc-fecha-ingreso.
           MOVE ZERO TO soc-fecha-nacimiento.
           WRITE soc-reg
               INVALID KEY
      *            Already there, from an earlier conversion run or
      *            registered since in the new padron.
                   ADD 1 TO w-cant-repetidos
               NOT INVALID KEY
                   ADD 1 TO w-cant-cargados
           END-WRITE.

       700-FIN.
           CLOSE SOCIOS-ANT.
           CLOSE SOCIOS.
           PERFORM 160-LIBERAR-BLOQUEO.
           DISPLAY "Conversion terminada: " w-cant-leidos
                   " socios leidos, " w-cant-cargados " cargados, "
                   w-cant-repetidos " ya estaban.".

       END PROGRAM CONVERTIR-SOCIOS.
