      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor-only maintenance of the CLAVES operator PIN
      *          register VALIDAR-CLAVE checks at every sign-on. Lists
      *          each code with its wrong-PIN count, block and the day
      *          its PIN was last changed; unblocks a code that three
      *          wrong PINs left blocked; and resets a forgotten PIN,
      *          or issues the first PIN of a code that has none, as
      *          a temporary one the supervisor hands over, which the
      *          operator must change at the next sign-on. A
      *          supervisor cannot unblock or reset their own code.
      *          While the register is still empty nobody has a PIN
      *          to sign on with, so an active supervisor is then
      *          accepted on OPERADORES alone and may issue the
      *          site's first PINs, their own included. Each unblock,
      *          reset and issue leaves a record on ARCH-AUDITORIA
      *          naming the supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CLAVES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT CLAVES
           ASSIGN TO "CLAVES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cla-operador
           FILE STATUS IS ws-claves-status.

      *    ARCH-AUDITORIA gets one record per unblock or reset,
      *    carrying the supervisor's code alongside the operator's.
           SELECT ARCH-AUDITORIA
           ASSIGN TO "AUDITORIA"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-auditoria-status.

      *    OPERADORES is the operator master; unblocking a code is a
      *    supervisor-level action, so sign-on here requires an
      *    active rol "S" code, and a PIN is only reset for a code
      *    the master knows.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAVES.
       01  cla-reg.
           03 cla-operador pic x(10).
      *    One-way hash of the PIN salted with the code (HASH-CLAVE).
           03 cla-hash pic 9(10).
           03 cla-fecha-cambio pic 9(8).
           03 cla-intentos pic 9.
      *    "S" blocked after three wrong PINs.
           03 cla-bloqueado pic x.
      *    "S" the PIN was set by a supervisor and must be changed at
      *    the next sign-on.
           03 cla-cambio-obligatorio pic x.

       FD  ARCH-AUDITORIA.
       01  aud-reg.
           03 aud-operador pic x(10).
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
           03 aud-supervisor pic x(10).
      *    Space on session and override records, "U" a duplicate
      *    entry and "A" a pending anulacion authorized; "F" wrong
      *    PIN, "B" code blocked, "C" PIN changed, "D" unblocked and
      *    "R" PIN reset by the supervisor in aud-supervisor.
           03 aud-evento pic x.
      *    Sala, socio and importe an override concerned, for the
      *    internal control report; zero where they do not apply.
           03 aud-sala pic 99.
           03 aud-socio pic 9(5).
           03 aud-importe pic s9(7)v99.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-claves-status pic xx.
       01  ws-auditoria-status pic xx.
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
      *    "S" while CLAVES holds no PIN at all: the site is issuing
      *    its first ones.
       01  w-registro-vacio pic x value "N".
       01  w-clave-existe pic x.
       01  w-opcion pic x.
       01  w-confirmar pic x value "N".
       01  w-codigo-ing pic x(10).
       01  w-codigo-valido pic x value "N".
       01  w-flag-claves pic 9 value zero.
       01  w-cant-claves pic 9(4) value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-pin pic x(8).
       01  w-pin-repetido pic x(8).
       01  w-pin-valido pic x value "N".
       01  w-pin-largo pic 9(2).
       01  w-pin-espacios pic 9(2).
       01  w-hash pic 9(10).
       01  w-evento pic x.
       01  w-cant-desbloqueos pic 9(4) value zero.
       01  w-cant-blanqueos pic 9(4) value zero.
       01  w-cant-asignadas pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "L"
                   PERFORM 300-LISTAR-CLAVES
               END-IF
               IF w-opcion IS EQUAL "D"
                   PERFORM 400-DESBLOQUEAR
               END-IF
               IF w-opcion IS EQUAL "B"
                   PERFORM 500-BLANQUEAR
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 102-VERIFICAR-REGISTRO.
           PERFORM 105-PEDIR-SUPERVISOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O CLAVES.
           IF ws-claves-status IS EQUAL "35"
               OPEN OUTPUT CLAVES
               CLOSE CLAVES
               OPEN I-O CLAVES
           END-IF.
           IF ws-claves-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir CLAVES, estado "
                       ws-claves-status
               STOP RUN
           END-IF.

       102-VERIFICAR-REGISTRO.
           MOVE "N" TO w-registro-vacio.
           OPEN INPUT CLAVES.
           IF ws-claves-status IS EQUAL "35"
               MOVE "S" TO w-registro-vacio
           END-IF.
           IF ws-claves-status IS EQUAL "00"
               MOVE LOW-VALUES TO cla-operador
               START CLAVES KEY IS NOT < cla-operador
                   INVALID KEY
                       MOVE "S" TO w-registro-vacio
               END-START
               CLOSE CLAVES
           END-IF.

       105-PEDIR-SUPERVISOR.
      *    OPERADORES stays open for the session: 410 looks up the
      *    code being unblocked or reset.
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
           END-IF.

       106-VALIDAR-SUPERVISOR.
           MOVE w-operador-id TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "Error, el codigo no figura en el maestro"
               NOT INVALID KEY
                   IF ope-activo IS EQUAL "S"
                           AND ope-rol IS EQUAL "S"
                       IF w-registro-vacio IS EQUAL "S"
                           DISPLAY "AVISO: CLAVES no tiene ninguna "
                                   "clave todavia, se acepta el "
                                   "supervisor sin clave para "
                                   "asignar las primeras"
                           MOVE "S" TO w-clave-valida
                       ELSE
                           CALL "VALIDAR-CLAVE" USING ope-codigo,
                               w-clave-valida
                       END-IF
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

       200-MOSTRAR-MENU.
           DISPLAY "CLAVES DE OPERADORES".
           DISPLAY "L = listado".
           DISPLAY "D = desbloquear un operador".
           DISPLAY "B = blanquear o asignar la clave de un "
                   "operador".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "L"
                      OR w-opcion IS EQUAL "D"
                      OR w-opcion IS EQUAL "B"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese L, D, B o F"
               ACCEPT w-opcion
           END-PERFORM.

       300-LISTAR-CLAVES.
           MOVE ZERO TO w-flag-claves.
           MOVE ZERO TO w-cant-claves.
           MOVE LOW-VALUES TO cla-operador.
           START CLAVES KEY IS NOT < cla-operador
               INVALID KEY
                   MOVE 1 TO w-flag-claves
           END-START.
           IF w-flag-claves IS NOT EQUAL 1
               PERFORM 310-LEER-CLAVE
           END-IF.
           PERFORM UNTIL w-flag-claves IS EQUAL 1
               DISPLAY cla-operador " cambiada el " cla-fecha-cambio
                       " errores " cla-intentos
                       " bloqueado " cla-bloqueado
                       " cambio pendiente " cla-cambio-obligatorio
               ADD 1 TO w-cant-claves
               PERFORM 310-LEER-CLAVE
           END-PERFORM.
           DISPLAY "Operadores con clave: " w-cant-claves.

       310-LEER-CLAVE.
           READ CLAVES NEXT RECORD
               AT END MOVE 1 TO w-flag-claves
           END-READ.

       400-DESBLOQUEAR.
           PERFORM 410-PEDIR-CODIGO.
           IF w-codigo-valido IS EQUAL "S"
               MOVE w-codigo-ing TO cla-operador
               READ CLAVES
                   INVALID KEY
                       DISPLAY "El operador " w-codigo-ing " no "
                               "tiene clave, no hay nada que "
                               "desbloquear"
                   NOT INVALID KEY
                       PERFORM 420-CONFIRMAR-DESBLOQUEO
               END-READ
           END-IF.

       410-PEDIR-CODIGO.
           MOVE "N" TO w-codigo-valido.
           DISPLAY "Ingrese el codigo del operador".
           ACCEPT w-codigo-ing.
           IF w-codigo-ing IS EQUAL w-operador-id
                   AND w-registro-vacio IS NOT EQUAL "S"
               DISPLAY "Error, un supervisor no puede desbloquear "
                       "ni blanquear su propio codigo"
           ELSE
               IF w-oper-master IS EQUAL "S"
                   MOVE w-codigo-ing TO ope-codigo
                   READ OPERADORES
                       INVALID KEY
                           DISPLAY "Error, el operador no figura en "
                                   "el maestro"
                       NOT INVALID KEY
                           MOVE "S" TO w-codigo-valido
                           DISPLAY "Operador: " ope-nombre
                   END-READ
               ELSE
                   MOVE "S" TO w-codigo-valido
               END-IF
           END-IF.

       420-CONFIRMAR-DESBLOQUEO.
           IF cla-bloqueado IS NOT EQUAL "S"
               DISPLAY "El operador " w-codigo-ing " no esta "
                       "bloqueado"
           ELSE
               DISPLAY "Confirma el desbloqueo (S/N)?"
               PERFORM 600-CONFIRMAR
               IF w-confirmar IS EQUAL "S"
                   MOVE "N" TO cla-bloqueado
                   MOVE ZERO TO cla-intentos
                   REWRITE cla-reg
                   MOVE "D" TO w-evento
                   PERFORM 650-GRABAR-AUDITORIA
                   ADD 1 TO w-cant-desbloqueos
                   DISPLAY "Operador desbloqueado"
               END-IF
           END-IF.

       500-BLANQUEAR.
      *    A code with no PIN gets its first one here, temporary just
      *    like a reset, since VALIDAR-CLAVE refuses a code without
      *    one; the temporary PIN also clears a block. Either way the
      *    operator must change it at the next sign-on.
           PERFORM 410-PEDIR-CODIGO.
           IF w-codigo-valido IS EQUAL "S"
               MOVE w-codigo-ing TO cla-operador
               READ CLAVES
                   INVALID KEY
                       MOVE "N" TO w-clave-existe
                   NOT INVALID KEY
                       MOVE "S" TO w-clave-existe
               END-READ
               IF w-clave-existe IS EQUAL "S"
                   DISPLAY "Se asignara una clave provisoria a "
                           w-codigo-ing ". Confirma (S/N)?"
               ELSE
                   DISPLAY "El operador " w-codigo-ing " no tiene "
                           "clave, se le asignara la primera, "
                           "provisoria. Confirma (S/N)?"
               END-IF
               PERFORM 600-CONFIRMAR
               IF w-confirmar IS EQUAL "S"
                   PERFORM 510-PEDIR-CLAVE-PROVISORIA
                   PERFORM 520-ARMAR-CLAVE
                   IF w-clave-existe IS EQUAL "S"
                       REWRITE cla-reg
                       ADD 1 TO w-cant-blanqueos
                   ELSE
                       WRITE cla-reg
                       ADD 1 TO w-cant-asignadas
                   END-IF
                   MOVE "R" TO w-evento
                   PERFORM 650-GRABAR-AUDITORIA
      *            Once the supervisor holds a PIN of their own, the
      *            session goes back to the ordinary rules.
                   IF w-codigo-ing IS EQUAL w-operador-id
                       MOVE "N" TO w-registro-vacio
                   END-IF
                   DISPLAY "Clave provisoria asignada, el operador "
                           "debe cambiarla al ingresar"
               END-IF
           END-IF.

       510-PEDIR-CLAVE-PROVISORIA.
           MOVE "N" TO w-pin-valido.
           PERFORM UNTIL w-pin-valido IS EQUAL "S"
               DISPLAY "Ingrese la clave provisoria (4 a 8 digitos)"
               ACCEPT w-pin
               PERFORM 515-VALIDAR-CLAVE-PROVISORIA
               IF w-pin-valido IS EQUAL "S"
                   DISPLAY "Repita la clave provisoria"
                   ACCEPT w-pin-repetido
                   IF w-pin-repetido IS NOT EQUAL w-pin
                       DISPLAY "Error, las claves no coinciden"
                       MOVE "N" TO w-pin-valido
                   END-IF
               END-IF
           END-PERFORM.
           CALL "HASH-CLAVE" USING w-codigo-ing, w-pin, w-hash.

       515-VALIDAR-CLAVE-PROVISORIA.
           MOVE "S" TO w-pin-valido.
           MOVE ZERO TO w-pin-espacios.
           INSPECT w-pin TALLYING w-pin-espacios FOR TRAILING SPACES.
           COMPUTE w-pin-largo = 8 - w-pin-espacios.
           IF w-pin-largo IS < 4
               DISPLAY "Error, la clave debe tener de 4 a 8 digitos"
               MOVE "N" TO w-pin-valido
           ELSE
               IF w-pin(1:w-pin-largo) IS NOT NUMERIC
                   DISPLAY "Error, la clave lleva solo digitos"
                   MOVE "N" TO w-pin-valido
               END-IF
           END-IF.

       520-ARMAR-CLAVE.
           MOVE w-codigo-ing TO cla-operador.
           MOVE w-hash TO cla-hash.
           MOVE w-fecha-hoy TO cla-fecha-cambio.
           MOVE ZERO TO cla-intentos.
           MOVE "N" TO cla-bloqueado.
           MOVE "S" TO cla-cambio-obligatorio.

       600-CONFIRMAR.
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.

       650-GRABAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF ws-auditoria-status IS EQUAL "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF.
           MOVE w-codigo-ing TO aud-operador.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador-id TO aud-supervisor.
           MOVE w-evento TO aud-evento.
           MOVE ZERO TO aud-sala.
           MOVE ZERO TO aud-socio.
           MOVE ZERO TO aud-importe.
           WRITE aud-reg.
           CLOSE ARCH-AUDITORIA.

       700-FIN.
           CLOSE CLAVES.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.
           DISPLAY "Desbloqueos: " w-cant-desbloqueos
                   ", claves blanqueadas: " w-cant-blanqueos
                   ", primeras claves asignadas: " w-cant-asignadas.

       END PROGRAM MANTENER-CLAVES.
