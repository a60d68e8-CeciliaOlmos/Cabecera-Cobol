      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deposit register for the money the drawer sends to
      *          the bank. Each deposit (fecha, sala, importe and the
      *          number printed on the bank's boleta) is keyed under a
      *          supervisor-authorized session, the same session
      *          authorization IngresarGastos uses, and appended to
      *          the DEPOSITOS file. The libro caja shows every
      *          deposit as cash leaving the drawer, and the monthly
      *          ConciliacionBancaria run matches them against the
      *          bank's statement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESAR-DEPOSITOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT DEPOSITOS
           ASSIGN TO "DEPOSITOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-depositos-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against; rol "S" marks a supervisor, and taking
      *    money out of the drawer requires one on the session.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITOS.
       01  dep-reg.
           03 dep-fecha pic 9(8).
      *    Sala whose drawer the money came out of.
           03 dep-sala pic 99.
           03 dep-importe pic 9(9)v99.
      *    Number of the bank's stamped boleta, what the statement
      *    usually quotes as the credit's reference.
           03 dep-boleta pic 9(10).
           03 dep-operador pic x(10).
           03 dep-supervisor pic x(10).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-depositos-status pic xx.
       01  ws-operadores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
      *    and supervisor checks then fall back to the old
      *    accept-any-code behaviour instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-supervisor-id pic x(10).
       01  w-supervisor-valido pic x value "N".
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-deposito pic 9(8).
       01  filler REDEFINES w-fecha-deposito.
           03 w-dep-aaaa pic 9(4).
           03 w-dep-mm pic 9(2).
           03 w-dep-dd pic 9(2).
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
       01  w-sala-ing pic 99.
       01  w-importe-ing pic 9(9)v99.
       01  w-boleta-ing pic 9(10).
       01  w-confirmar pic x value "N".
       01  w-continuar pic x value "S".
       01  w-cant-depositos pic 9(5) value zero.
       01  w-imp-depositos pic s9(11)v99 value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-INGRESAR-DEPOSITO
               UNTIL w-continuar IS NOT EQUAL "S".
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 122-PEDIR-OPERADOR.
           PERFORM 124-AUTORIZAR-SESION.

       120-ABRIR-ARCHIVOS.
           OPEN EXTEND DEPOSITOS.
           IF ws-depositos-status IS EQUAL "35"
               OPEN OUTPUT DEPOSITOS
           END-IF.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.

       122-PEDIR-OPERADOR.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 123-VALIDAR-OPERADOR
                   UNTIL w-operador-valido IS EQUAL "S"
           END-IF.

       123-VALIDAR-OPERADOR.
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

       124-AUTORIZAR-SESION.
      *    Money leaving the drawer is a supervisor-level action: a
      *    clerk can key the deposits, but only with a supervisor's
      *    code on the session, and both codes go on every dep-reg
      *    written. A supervisor running it alone authorizes himself.
           IF w-oper-master IS NOT EQUAL "S"
               MOVE w-operador-id TO w-supervisor-id
           ELSE
               IF ope-rol IS EQUAL "S"
                   MOVE w-operador-id TO w-supervisor-id
               ELSE
                   PERFORM 126-VALIDAR-SUPERVISOR
                   IF w-supervisor-valido IS NOT EQUAL "S"
                       DISPLAY "Sin autorizacion de supervisor no "
                               "se pueden cargar depositos, fin"
                       PERFORM 700-FIN
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       126-VALIDAR-SUPERVISOR.
           MOVE "N" TO w-supervisor-valido.
           DISPLAY "Ingrese el codigo del supervisor que autoriza "
                   "(vacio = cancelar)".
           ACCEPT w-supervisor-id.
           PERFORM UNTIL w-supervisor-valido IS EQUAL "S"
                      OR w-supervisor-id IS EQUAL SPACES
               MOVE w-supervisor-id TO ope-codigo
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "Error, el supervisor no figura en "
                               "el maestro"
                   NOT INVALID KEY
                       IF ope-activo IS EQUAL "S"
                               AND ope-rol IS EQUAL "S"
                           CALL "VALIDAR-CLAVE" USING ope-codigo,
                               w-clave-valida
                           IF w-clave-valida IS EQUAL "S"
                               MOVE "S" TO w-supervisor-valido
                           END-IF
                       ELSE
                           DISPLAY "Error, el codigo no es de un "
                                   "supervisor activo"
                       END-IF
               END-READ
               IF w-supervisor-valido IS NOT EQUAL "S"
                   DISPLAY "Ingrese el codigo del supervisor que "
                           "autoriza (vacio = cancelar)"
                   ACCEPT w-supervisor-id
               END-IF
           END-PERFORM.

       300-INGRESAR-DEPOSITO.
           PERFORM 310-PEDIR-FECHA.
           PERFORM 320-PEDIR-SALA.
           PERFORM 330-PEDIR-IMPORTE.
           PERFORM 340-PEDIR-BOLETA.
           DISPLAY "Deposito del " w-fecha-deposito " sala "
                   w-sala-ing " por " w-importe-ing
                   " boleta " w-boleta-ing.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "S"
               PERFORM 350-GRABAR-DEPOSITO
           ELSE
               DISPLAY "Deposito descartado, no se graba"
           END-IF.
           DISPLAY "Desea ingresar otro deposito (S/N)?".
           ACCEPT w-continuar.
           PERFORM UNTIL w-continuar IS EQUAL "S"
                      OR w-continuar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-continuar
           END-PERFORM.

       310-PEDIR-FECHA.
           DISPLAY "Ingrese la fecha del deposito (AAAAMMDD)".
           ACCEPT w-fecha-deposito.
           MOVE "S" TO w-fecha-valida.
           PERFORM 315-VALIDAR-CALENDARIO.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Error, la fecha " w-fecha-deposito
                       " no es una fecha AAAAMMDD valida"
               ACCEPT w-fecha-deposito
               MOVE "S" TO w-fecha-valida
               PERFORM 315-VALIDAR-CALENDARIO
           END-PERFORM.

       315-VALIDAR-CALENDARIO.
      *    A deposit must carry a genuine AAAAMMDD calendar date and
      *    not a future one -- the same door checks the entry program
      *    applies to a keyed fecha.
           IF w-dep-mm IS < 1 OR w-dep-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-dep-mm) TO w-dias-limite
               IF w-dep-mm IS EQUAL 2
                   PERFORM 317-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-dep-dd IS < 1
                       OR w-dep-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.
           IF w-fecha-valida IS EQUAL "S"
                   AND w-fecha-deposito IS > w-fecha-hoy
               MOVE "N" TO w-fecha-valida
           END-IF.

       317-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-dep-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-dep-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-dep-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       320-PEDIR-SALA.
           DISPLAY "Ingrese el codigo de sala (1-99)".
           ACCEPT w-sala-ing.
           PERFORM UNTIL w-sala-ing IS > ZERO
               DISPLAY "Error, el codigo de sala debe ser 1 a 99"
               ACCEPT w-sala-ing
           END-PERFORM.

       330-PEDIR-IMPORTE.
           DISPLAY "Ingrese el importe depositado (positivo)".
           ACCEPT w-importe-ing.
           PERFORM UNTIL w-importe-ing IS > ZERO
               DISPLAY "Error, el importe debe ser positivo"
               ACCEPT w-importe-ing
           END-PERFORM.

       340-PEDIR-BOLETA.
           DISPLAY "Ingrese el nro. de boleta del banco (> 0)".
           ACCEPT w-boleta-ing.
           PERFORM UNTIL w-boleta-ing IS > ZERO
               DISPLAY "Error, el nro. de boleta debe ser positivo"
               ACCEPT w-boleta-ing
           END-PERFORM.

       350-GRABAR-DEPOSITO.
           MOVE w-fecha-deposito TO dep-fecha.
           MOVE w-sala-ing TO dep-sala.
           MOVE w-importe-ing TO dep-importe.
           MOVE w-boleta-ing TO dep-boleta.
           MOVE w-operador-id TO dep-operador.
           MOVE w-supervisor-id TO dep-supervisor.
           WRITE dep-reg.
           ADD 1 TO w-cant-depositos.
           ADD w-importe-ing TO w-imp-depositos.
           DISPLAY "Deposito registrado".

       700-FIN.
           CLOSE DEPOSITOS.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.
           DISPLAY "Depositos registrados en la sesion: "
                   w-cant-depositos " por " w-imp-depositos.

       END PROGRAM INGRESAR-DEPOSITOS.
