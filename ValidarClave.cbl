      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator PIN check, CALLed by every program right
      *          after it finds the code active in OPERADORES, both at
      *          sign-on and wherever a supervisor authorizes
      *          something. Knowing a supervisor's code is no longer
      *          enough: the PIN is asked and compared against the
      *          CLAVES register, which keeps only a one-way hash of
      *          it salted with the code, never the PIN itself. Three
      *          wrong PINs in a row block the code until a supervisor
      *          unblocks it through MantenerClaves; a PIN older than
      *          CLAVEDIAS days (default 90) or a PIN a supervisor has
      *          just issued or reset must be changed on the spot. A
      *          code with no PIN yet is refused: its first PIN is
      *          issued by a supervisor through MantenerClaves, never
      *          chosen by whoever types the code first. A register
      *          that cannot be opened refuses every code. Wrong
      *          PINs, blocks and changes each leave a record on
      *          ARCH-AUDITORIA for ReporteDiario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-CLAVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CLAVES and AUDITORIA are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    files, so every program at the site checks the one
      *    register.
           SELECT CLAVES
           ASSIGN TO "CLAVES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cla-operador
           FILE STATUS IS ws-claves-status.

           SELECT ARCH-AUDITORIA
           ASSIGN TO "AUDITORIA"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-auditoria-status.

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

       WORKING-STORAGE SECTION.
       01  ws-claves-status pic xx.
       01  ws-auditoria-status pic xx.
       01  w-fecha-hoy pic 9(8).
       01  w-existe pic x value "N".
       01  w-pin pic x(8).
       01  w-pin-repetido pic x(8).
       01  w-pin-valido pic x value "N".
       01  w-pin-largo pic 9(2).
       01  w-pin-espacios pic 9(2).
       01  w-hash pic 9(10).
       01  w-hash-nuevo pic 9(10).
      *    PIN lifetime in days, from CLAVEDIAS in the environment.
       01  w-dias-vigencia pic 9(3) value 90.
       01  w-dias-vigencia-env pic x(3).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-vencida pic x value "N".
       01  w-dias-hoy pic 9(7).
       01  w-dias-cambio pic 9(7).
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
       01  w-anio-ant pic 9(4).
       01  w-dn-fecha pic 9(8).
       01  filler REDEFINES w-dn-fecha.
           03 w-dn-aaaa pic 9(4).
           03 w-dn-mm pic 9(2).
           03 w-dn-dd pic 9(2).
       01  w-dn-dias pic 9(7).
       01  w-idx-mes pic 9(2).

       LINKAGE SECTION.
       01  lk-operador pic x(10).
      *    "S" when the PIN was right (and changed if it had to be),
      *    "N" when it was wrong, the code is blocked or has no PIN,
      *    or the register could not be read.
       01  lk-resultado pic x.

       PROCEDURE DIVISION USING lk-operador, lk-resultado.
       MAIN-PROCEDURE.
           MOVE "N" TO lk-resultado.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-ABRIR-REGISTRO.
           MOVE lk-operador TO cla-operador.
           READ CLAVES
               INVALID KEY
                   MOVE "N" TO w-existe
               NOT INVALID KEY
                   MOVE "S" TO w-existe
           END-READ.
           IF w-existe IS EQUAL "N"
               PERFORM 200-CLAVE-NO-ASIGNADA
           ELSE
               IF cla-bloqueado IS EQUAL "S"
                   DISPLAY "El operador " lk-operador " esta "
                           "bloqueado por claves erradas, un "
                           "supervisor debe desbloquearlo"
               ELSE
                   PERFORM 300-PEDIR-CLAVE
               END-IF
           END-IF.
           CLOSE CLAVES.
           GOBACK.

       100-ABRIR-REGISTRO.
      *    Same create-then-reopen fallback the control files use:
      *    the register is born empty the first time a site runs
      *    with it.
           OPEN I-O CLAVES.
           IF ws-claves-status IS EQUAL "35"
               OPEN OUTPUT CLAVES
               CLOSE CLAVES
               OPEN I-O CLAVES
           END-IF.
           IF ws-claves-status IS NOT EQUAL "00"
      *        A register that cannot be opened proves nothing about
      *        the PIN: the code is refused, and the caller keeps
      *        asking until the register is back.
               DISPLAY "ERROR: no se pudo abrir CLAVES, estado "
                       ws-claves-status ", no se puede validar la "
                       "clave"
               MOVE "N" TO lk-resultado
               GOBACK
           END-IF.
           ACCEPT w-dias-vigencia-env FROM ENVIRONMENT "CLAVEDIAS".
           MOVE ZERO TO w-largo-env.
           INSPECT w-dias-vigencia-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-dias-vigencia-env(1:w-largo-env) IS NUMERIC
                   MOVE w-dias-vigencia-env(1:w-largo-env)
                       TO w-dias-vigencia
               ELSE
                   DISPLAY "AVISO: CLAVEDIAS " w-dias-vigencia-env
                           " no es un numero de dias, se toman "
                           w-dias-vigencia
               END-IF
           END-IF.

       200-CLAVE-NO-ASIGNADA.
      *    Whoever typed the code first would otherwise own it: the
      *    first PIN is a temporary one the supervisor issues.
           DISPLAY "El operador " lk-operador " no tiene clave: "
                   "clave no asignada, solicitar al supervisor".

       300-PEDIR-CLAVE.
           DISPLAY "Ingrese la clave de " lk-operador.
           ACCEPT w-pin.
           CALL "HASH-CLAVE" USING lk-operador, w-pin, w-hash.
           IF w-hash IS NOT EQUAL cla-hash
               PERFORM 310-CLAVE-ERRADA
           ELSE
               MOVE ZERO TO cla-intentos
               PERFORM 320-VERIFICAR-VENCIMIENTO
               IF cla-cambio-obligatorio IS EQUAL "S"
                       OR w-vencida IS EQUAL "S"
                   IF cla-cambio-obligatorio IS EQUAL "S"
                       DISPLAY "La clave fue asignada por un "
                               "supervisor, debe cambiarla"
                   ELSE
                       DISPLAY "La clave tiene mas de "
                               w-dias-vigencia " dias, debe "
                               "cambiarla"
                   END-IF
                   PERFORM 400-CAMBIAR-CLAVE
                   MOVE w-hash-nuevo TO cla-hash
                   MOVE w-fecha-hoy TO cla-fecha-cambio
                   MOVE "N" TO cla-cambio-obligatorio
                   MOVE "C" TO aud-evento
                   PERFORM 600-GRABAR-AUDITORIA
               END-IF
               REWRITE cla-reg
               MOVE "S" TO lk-resultado
           END-IF.

       310-CLAVE-ERRADA.
           ADD 1 TO cla-intentos.
           MOVE "F" TO aud-evento.
           PERFORM 600-GRABAR-AUDITORIA.
           IF cla-intentos IS < 3
               DISPLAY "Error, clave errada"
           ELSE
               MOVE "S" TO cla-bloqueado
               MOVE "B" TO aud-evento
               PERFORM 600-GRABAR-AUDITORIA
               DISPLAY "Error, clave errada por tercera vez: el "
                       "operador " lk-operador " queda bloqueado "
                       "hasta que lo desbloquee un supervisor"
           END-IF.
           REWRITE cla-reg.

       320-VERIFICAR-VENCIMIENTO.
           MOVE "N" TO w-vencida.
           MOVE w-fecha-hoy TO w-dn-fecha.
           PERFORM 800-NUMERO-DE-DIA.
           MOVE w-dn-dias TO w-dias-hoy.
           MOVE cla-fecha-cambio TO w-dn-fecha.
           IF w-dn-fecha IS NUMERIC AND w-dn-mm IS > ZERO
                   AND w-dn-mm IS < 13
               PERFORM 800-NUMERO-DE-DIA
               MOVE w-dn-dias TO w-dias-cambio
               IF w-dias-hoy - w-dias-cambio IS > w-dias-vigencia
                   MOVE "S" TO w-vencida
               END-IF
           ELSE
               MOVE "S" TO w-vencida
           END-IF.

       400-CAMBIAR-CLAVE.
      *    The new PIN is typed twice; it must be 4 to 8 digits and
      *    differ from the one it replaces.
           MOVE "N" TO w-pin-valido.
           PERFORM UNTIL w-pin-valido IS EQUAL "S"
               DISPLAY "Ingrese la clave nueva (4 a 8 digitos)"
               ACCEPT w-pin
               PERFORM 410-VALIDAR-CLAVE-NUEVA
               IF w-pin-valido IS EQUAL "S"
                   DISPLAY "Repita la clave nueva"
                   ACCEPT w-pin-repetido
                   IF w-pin-repetido IS NOT EQUAL w-pin
                       DISPLAY "Error, las claves no coinciden"
                       MOVE "N" TO w-pin-valido
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-hash TO w-hash-nuevo.
           DISPLAY "Clave registrada".

       410-VALIDAR-CLAVE-NUEVA.
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
           IF w-pin-valido IS EQUAL "S"
               CALL "HASH-CLAVE" USING lk-operador, w-pin, w-hash
               IF w-existe IS EQUAL "S"
                       AND w-hash IS EQUAL cla-hash
                   DISPLAY "Error, la clave nueva debe ser distinta "
                           "de la anterior"
                   MOVE "N" TO w-pin-valido
               END-IF
           END-IF.

       600-GRABAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF ws-auditoria-status IS EQUAL "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF.
           MOVE lk-operador TO aud-operador.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE SPACES TO aud-supervisor.
           MOVE ZERO TO aud-sala.
           MOVE ZERO TO aud-socio.
           MOVE ZERO TO aud-importe.
           WRITE aud-reg.
           CLOSE ARCH-AUDITORIA.

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
               PERFORM 820-VERIFICAR-BISIESTO
               IF w-bisiesto IS EQUAL "S"
                   ADD 1 TO w-dn-dias
               END-IF
           END-IF.
           ADD w-dn-dd TO w-dn-dias.

       810-SUMAR-MES.
           ADD w-dias-mes(w-idx-mes) TO w-dn-dias.

       820-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-dn-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-dn-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-dn-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       END PROGRAM VALIDAR-CLAVE.
