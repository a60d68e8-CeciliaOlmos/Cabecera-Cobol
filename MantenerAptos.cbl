      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the APTOS master: the apto fisico each
      *          socio presented, with its fecha de emision, fecha de
      *          vencimiento and the doctor who signed it. The pool and
      *          the gym (the ACTIVIDADES flagged as requiring one)
      *          only enroll a socio holding a certificate in force,
      *          since the insurer covers no accident without it. A
      *          renewal replaces the certificate on file; every
      *          change is logged to AUDITSOCIOS the same way the
      *          padron changes are.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-APTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT APTOS
           ASSIGN TO "APTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS apt-socio
           FILE STATUS IS ws-aptos-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

      *    AUDIT-SOCIOS logs one record per change applied here (who,
      *    when, which socio, action "P" apto medico registrado o
      *    renovado), the same trail MantenerSocios leaves for padron
      *    changes.
           SELECT AUDIT-SOCIOS
           ASSIGN TO "AUDITSOCIOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD  APTOS.
       01  apt-reg.
           03 apt-socio pic 9(5).
           03 apt-fecha-emision pic 9(8).
      *    Last day the certificate covers the socio.
           03 apt-fecha-vencimiento pic 9(8).
           03 apt-medico pic x(30).
           03 apt-matricula pic x(10).
           03 apt-fecha-carga pic 9(8).

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

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       FD  AUDIT-SOCIOS.
       01  auds-reg.
           03 auds-operador pic x(10).
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).

       WORKING-STORAGE SECTION.
       01  ws-aptos-status pic xx.
       01  ws-socios-status pic xx.
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
       01  w-socio-ing pic 9(5).
       01  w-emision-ing pic 9(8).
       01  w-vencimiento-ing pic 9(8).
       01  w-medico-ing pic x(30).
       01  w-matricula-ing pic x(10).
       01  w-fecha-hoy pic 9(8).
       01  w-existia pic x value "N".
       01  w-fecha-prueba pic 9(8).
       01  filler REDEFINES w-fecha-prueba.
           03 w-prueba-aaaa pic 9(4).
           03 w-prueba-mm pic 9(2).
           03 w-prueba-dd pic 9(2).
       01  w-fecha-valida pic x.
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
      *    Run-lock workbench: APTOS is claimed in the BLOQUEOS
      *    register for the session and released at the normal end
      *    of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "A"
                   PERFORM 300-ALTA-APTO
               END-IF
               IF w-opcion IS EQUAL "C"
                   PERFORM 500-CONSULTAR-APTO
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-PEDIR-OPERADOR.
           PERFORM 140-TOMAR-BLOQUEO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

       140-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "APTOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se pueden mantener aptos medicos, "
                       "APTOS esta en uso"
               STOP RUN
           END-IF.

       145-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "APTOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       120-ABRIR-ARCHIVOS.
           OPEN I-O APTOS.
           IF ws-aptos-status IS EQUAL "35"
               OPEN OUTPUT APTOS
               CLOSE APTOS
               OPEN I-O APTOS
           END-IF.
           OPEN INPUT SOCIOS.
      *    SOCIOS is the member master every socio lookup in this
      *    program depends on; a missing/unopenable file has to stop
      *    the run here instead of failing later on the first READ.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-SOCIOS.
           IF ws-audit-status IS EQUAL "35"
               OPEN OUTPUT AUDIT-SOCIOS
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

       200-MOSTRAR-MENU.
           DISPLAY "APTOS MEDICOS".
           DISPLAY "A = alta o renovacion de apto".
           DISPLAY "C = consulta".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "C"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese A, C o F"
               ACCEPT w-opcion
           END-PERFORM.

       210-PEDIR-NUMERO.
           DISPLAY "Ingrese el nro. de socio (> 0)".
           ACCEPT w-socio-ing.
           PERFORM UNTIL w-socio-ing IS > ZERO
               DISPLAY "Error, el nro. de socio debe ser positivo"
               ACCEPT w-socio-ing
           END-PERFORM.

       300-ALTA-APTO.
           PERFORM 210-PEDIR-NUMERO.
           MOVE w-socio-ing TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "Error, el socio " w-socio-ing
                           " no existe en el padron"
               NOT INVALID KEY
                   PERFORM 310-CARGAR-APTO
           END-READ.

       310-CARGAR-APTO.
           DISPLAY "Socio " w-socio-ing " " soc-nombre.
           PERFORM 320-PEDIR-FECHAS.
           DISPLAY "Ingrese el medico que firma el apto".
           ACCEPT w-medico-ing.
           PERFORM UNTIL w-medico-ing IS NOT EQUAL SPACES
               DISPLAY "Error, el medico no puede estar en blanco"
               ACCEPT w-medico-ing
           END-PERFORM.
           DISPLAY "Ingrese la matricula del medico".
           ACCEPT w-matricula-ing.
           MOVE "N" TO w-existia.
           MOVE w-socio-ing TO apt-socio.
           READ APTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-existia
           END-READ.
      *    Only the certificate in hand matters to the insurer, so a
      *    renewal simply replaces the one on file.
           MOVE w-socio-ing TO apt-socio.
           MOVE w-emision-ing TO apt-fecha-emision.
           MOVE w-vencimiento-ing TO apt-fecha-vencimiento.
           MOVE w-medico-ing TO apt-medico.
           MOVE w-matricula-ing TO apt-matricula.
           MOVE w-fecha-hoy TO apt-fecha-carga.
           IF w-existia IS EQUAL "S"
               REWRITE apt-reg
           ELSE
               WRITE apt-reg
           END-IF.
           MOVE "P" TO auds-accion.
           PERFORM 600-GRABAR-AUDITORIA.
           DISPLAY "Apto registrado para el socio " w-socio-ing
                   ", vence el " w-vencimiento-ing.

       320-PEDIR-FECHAS.
      *    An apto is issued on or before today; it runs a year unless
      *    the doctor wrote a shorter or longer term on it.
           DISPLAY "Ingrese la fecha de emision (AAAAMMDD)".
           ACCEPT w-emision-ing.
           PERFORM 325-VALIDAR-EMISION.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Error, fecha invalida o posterior a hoy"
               ACCEPT w-emision-ing
               PERFORM 325-VALIDAR-EMISION
           END-PERFORM.
           DISPLAY "Ingrese la fecha de vencimiento (AAAAMMDD, "
                   "0 = un anio desde la emision)".
           ACCEPT w-vencimiento-ing.
           PERFORM 330-VALIDAR-VENCIMIENTO.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Error, fecha invalida o no posterior a la "
                       "emision"
               ACCEPT w-vencimiento-ing
               PERFORM 330-VALIDAR-VENCIMIENTO
           END-PERFORM.

       325-VALIDAR-EMISION.
           MOVE w-emision-ing TO w-fecha-prueba.
           PERFORM 360-VALIDAR-FECHA.
           IF w-emision-ing IS > w-fecha-hoy
               MOVE "N" TO w-fecha-valida
           END-IF.

       330-VALIDAR-VENCIMIENTO.
           IF w-vencimiento-ing IS EQUAL ZERO
               MOVE w-emision-ing TO w-fecha-prueba
               ADD 1 TO w-prueba-aaaa
      *        A 29 de febrero apto runs to the 28th the next year.
               IF w-prueba-mm IS EQUAL 2 AND w-prueba-dd IS EQUAL 29
                   MOVE 28 TO w-prueba-dd
               END-IF
               MOVE w-fecha-prueba TO w-vencimiento-ing
           END-IF.
           MOVE w-vencimiento-ing TO w-fecha-prueba.
           PERFORM 360-VALIDAR-FECHA.
           IF w-vencimiento-ing IS NOT > w-emision-ing
               MOVE "N" TO w-fecha-valida
           END-IF.

       360-VALIDAR-FECHA.
           MOVE "S" TO w-fecha-valida.
           IF w-prueba-mm IS < 1 OR w-prueba-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-prueba-mm) TO w-dias-limite
               IF w-prueba-mm IS EQUAL 2
                   PERFORM 365-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-prueba-dd IS < 1
                       OR w-prueba-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.

       365-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-prueba-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-prueba-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-prueba-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       500-CONSULTAR-APTO.
           PERFORM 210-PEDIR-NUMERO.
           MOVE w-socio-ing TO apt-socio.
           READ APTOS
               INVALID KEY
                   DISPLAY "El socio " w-socio-ing
                           " no tiene apto medico registrado"
               NOT INVALID KEY
                   DISPLAY "SOCIO......: " apt-socio
                   DISPLAY "EMISION....: " apt-fecha-emision
                   DISPLAY "VENCIMIENTO: " apt-fecha-vencimiento
                   DISPLAY "MEDICO.....: " apt-medico
                   DISPLAY "MATRICULA..: " apt-matricula
                   IF apt-fecha-vencimiento IS < w-fecha-hoy
                       DISPLAY "EL APTO ESTA VENCIDO"
                   END-IF
           END-READ.

       600-GRABAR-AUDITORIA.
           MOVE w-operador-id TO auds-operador.
           ACCEPT auds-fecha FROM DATE YYYYMMDD.
           ACCEPT auds-hora FROM TIME.
           MOVE w-socio-ing TO auds-socio.
           WRITE auds-reg.

       700-FIN.
           CLOSE APTOS.
           CLOSE SOCIOS.
           CLOSE AUDIT-SOCIOS.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.
           PERFORM 145-LIBERAR-BLOQUEO.

       END PROGRAM MANTENER-APTOS.
