      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the PLANCUENTAS master, the plan de
      *          cuentas that tells LibroDiario which ledger account
      *          each movement lands on. One record per imputacion:
      *          tipo "C" maps a CLASES code, tipo "M" a medio de pago
      *          (E efectivo, C cheque, T transferencia), tipo "G" a
      *          GASTOS concepto (matched on its leading words, so
      *          "LUZ" covers every "LUZ ..." gasto) and tipo "S" the
      *          fixed code SOCIOS, the deudores por cuotas account
      *          every cargo is debited to. The chart belongs to the
      *          accountant, so the cuenta is free text.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-PLAN-CUENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT PLAN-CUENTAS
           ASSIGN TO "PLANCUENTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pc-clave
           FILE STATUS IS ws-plan-status.

      *    CLASES is the transaction-class master; a tipo "C" entry
      *    for a letter it does not carry is only warned about, the
      *    clase may be registered later.
           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

      *    OPERADORES is the operator master; the plan decides where
      *    the club's money is booked, so sign-on here requires an
      *    active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOPLANCUENTAS".

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-CUENTAS.
       01  pc-reg.
           03 pc-clave.
               05 pc-tipo pic x.
               05 pc-codigo pic x(30).
           03 pc-cuenta pic x(10).
           03 pc-nombre pic x(30).

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
           03 cls-descripcion pic x(20).
           03 cls-lado pic x.

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
       01  ws-plan-status pic xx.
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
       01  w-tipo-ing pic x.
       01  w-codigo-ing pic x(30).
       01  w-cuenta-ing pic x(10).
       01  w-nombre-ing pic x(30).
       01  w-existia pic x value "N".
       01  w-confirma pic x.
       01  w-flag-plan pic 9 value zero.
       01  w-flag-clases pic 9 value zero.
       01  w-clase-hallada pic x.
       01  w-cant-listados pic 9(5) value zero.
      *    Run-lock workbench: PLANCUENTAS is claimed in the BLOQUEOS
      *    register for the session and released at the normal end
      *    of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  cabecera1.
           03 filler pic x(25) value spaces.
           03 filler pic x(30) value "PLAN DE CUENTAS".
           03 filler pic x(25) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "TIPO".
           03 filler pic x(31) value "CODIGO".
           03 filler pic x(11) value "CUENTA".
           03 filler pic x(30) value "NOMBRE DE LA CUENTA".
           03 filler pic x(1) value spaces.
       01  detalle.
           03 filler pic x(3) value spaces.
           03 l-tipo pic x.
           03 filler pic x(3) value spaces.
           03 l-codigo pic x(30).
           03 filler pic x(1) value spaces.
           03 l-cuenta pic x(10).
           03 filler pic x(1) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(1) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "A"
                   PERFORM 300-ALTA-CUENTA
               END-IF
               IF w-opcion IS EQUAL "B"
                   PERFORM 400-BAJA-CUENTA
               END-IF
               IF w-opcion IS EQUAL "L"
                   PERFORM 500-LISTAR-PLAN
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 140-TOMAR-BLOQUEO.

       140-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "PLANCUENTAS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede mantener el plan de cuentas, "
                       "PLANCUENTAS esta en uso"
               STOP RUN
           END-IF.

       145-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "PLANCUENTAS" TO w-blq-recurso.
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
           OPEN I-O PLAN-CUENTAS.
           IF ws-plan-status IS EQUAL "35"
               OPEN OUTPUT PLAN-CUENTAS
               CLOSE PLAN-CUENTAS
               OPEN I-O PLAN-CUENTAS
           END-IF.

       200-MOSTRAR-MENU.
           DISPLAY "PLAN DE CUENTAS".
           DISPLAY "A = alta o cambio de imputacion".
           DISPLAY "B = baja de imputacion".
           DISPLAY "L = listado del plan".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "B"
                      OR w-opcion IS EQUAL "L"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese A, B, L o F"
               ACCEPT w-opcion
           END-PERFORM.

       210-PEDIR-CLAVE.
           DISPLAY "Ingrese el tipo (C=clase, M=medio, G=gasto, "
                   "S=socios)".
           ACCEPT w-tipo-ing.
           PERFORM UNTIL w-tipo-ing IS EQUAL "C"
                      OR w-tipo-ing IS EQUAL "M"
                      OR w-tipo-ing IS EQUAL "G"
                      OR w-tipo-ing IS EQUAL "S"
               DISPLAY "Error, ingrese C, M, G o S"
               ACCEPT w-tipo-ing
           END-PERFORM.
           IF w-tipo-ing IS EQUAL "S"
      *        Only one deudores account exists; its code is fixed.
               MOVE "SOCIOS" TO w-codigo-ing
           ELSE
               PERFORM 215-PEDIR-CODIGO
           END-IF.

       215-PEDIR-CODIGO.
           IF w-tipo-ing IS EQUAL "C"
               DISPLAY "Ingrese la letra de la clase"
           END-IF.
           IF w-tipo-ing IS EQUAL "M"
               DISPLAY "Ingrese el medio (E, C o T)"
           END-IF.
           IF w-tipo-ing IS EQUAL "G"
               DISPLAY "Ingrese el concepto de gasto (o su comienzo)"
           END-IF.
           ACCEPT w-codigo-ing.
           PERFORM UNTIL w-codigo-ing IS NOT EQUAL SPACES
               DISPLAY "Error, el codigo no puede estar en blanco"
               ACCEPT w-codigo-ing
           END-PERFORM.
           IF w-tipo-ing IS EQUAL "M"
               PERFORM UNTIL w-codigo-ing IS EQUAL "E"
                          OR w-codigo-ing IS EQUAL "C"
                          OR w-codigo-ing IS EQUAL "T"
                   DISPLAY "Error, el medio debe ser E, C o T"
                   ACCEPT w-codigo-ing
               END-PERFORM
           END-IF.
           IF w-tipo-ing IS EQUAL "C"
               IF w-codigo-ing(2:29) IS NOT EQUAL SPACES
                   MOVE SPACES TO w-codigo-ing(2:29)
               END-IF
               PERFORM 220-VERIFICAR-CLASE
           END-IF.

       220-VERIFICAR-CLASE.
      *    Without a CLASES master the historical Q/P/M are the only
      *    letters in use.
           MOVE "N" TO w-clase-hallada.
           MOVE ZERO TO w-flag-clases.
           OPEN INPUT CLASES.
           IF ws-clases-status IS NOT EQUAL "00"
               IF w-codigo-ing IS EQUAL "Q"
                       OR w-codigo-ing IS EQUAL "P"
                       OR w-codigo-ing IS EQUAL "M"
                   MOVE "S" TO w-clase-hallada
               END-IF
           ELSE
               PERFORM 225-LEER-CLASE
               PERFORM UNTIL w-flag-clases IS EQUAL 1
                   IF cls-codigo IS EQUAL w-codigo-ing(1:1)
                       MOVE "S" TO w-clase-hallada
                   END-IF
                   PERFORM 225-LEER-CLASE
               END-PERFORM
               CLOSE CLASES
           END-IF.
           IF w-clase-hallada IS NOT EQUAL "S"
               DISPLAY "AVISO: la clase " w-codigo-ing(1:1)
                       " no figura en CLASES"
           END-IF.

       225-LEER-CLASE.
           READ CLASES AT END MOVE 1 TO w-flag-clases.

       300-ALTA-CUENTA.
           PERFORM 210-PEDIR-CLAVE.
           MOVE "N" TO w-existia.
           MOVE w-tipo-ing TO pc-tipo.
           MOVE w-codigo-ing TO pc-codigo.
           READ PLAN-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-existia
                   DISPLAY "Imputacion existente: cuenta " pc-cuenta
                           " " pc-nombre
                   DISPLAY "Se reemplaza la cuenta"
           END-READ.
           DISPLAY "Ingrese el numero de cuenta".
           ACCEPT w-cuenta-ing.
           PERFORM UNTIL w-cuenta-ing IS NOT EQUAL SPACES
               DISPLAY "Error, la cuenta no puede estar en blanco"
               ACCEPT w-cuenta-ing
           END-PERFORM.
           DISPLAY "Ingrese el nombre de la cuenta".
           ACCEPT w-nombre-ing.
           PERFORM UNTIL w-nombre-ing IS NOT EQUAL SPACES
               DISPLAY "Error, el nombre no puede estar en blanco"
               ACCEPT w-nombre-ing
           END-PERFORM.
           MOVE w-tipo-ing TO pc-tipo.
           MOVE w-codigo-ing TO pc-codigo.
           MOVE w-cuenta-ing TO pc-cuenta.
           MOVE w-nombre-ing TO pc-nombre.
           IF w-existia IS EQUAL "S"
               REWRITE pc-reg
           ELSE
               WRITE pc-reg
           END-IF.
           DISPLAY "Imputacion " w-tipo-ing " " w-codigo-ing
                   " a la cuenta " w-cuenta-ing.

       400-BAJA-CUENTA.
           PERFORM 210-PEDIR-CLAVE.
           MOVE w-tipo-ing TO pc-tipo.
           MOVE w-codigo-ing TO pc-codigo.
           READ PLAN-CUENTAS
               INVALID KEY
                   DISPLAY "Error, la imputacion no existe"
               NOT INVALID KEY
      *            Movements left without a cuenta make LibroDiario
      *            refuse the period, so the baja is confirmed first.
                   DISPLAY "Cuenta " pc-cuenta " " pc-nombre
                   DISPLAY "Confirma la baja (S/N)"
                   ACCEPT w-confirma
                   IF w-confirma IS EQUAL "S"
                       DELETE PLAN-CUENTAS
                       DISPLAY "Imputacion dada de baja"
                   END-IF
           END-READ.

       500-LISTAR-PLAN.
           MOVE ZERO TO w-flag-plan.
           MOVE ZERO TO w-cant-listados.
           OPEN OUTPUT LISTADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE LOW-VALUES TO pc-clave.
           START PLAN-CUENTAS KEY IS NOT < pc-clave
               INVALID KEY
                   MOVE 1 TO w-flag-plan
           END-START.
           IF w-flag-plan IS NOT EQUAL 1
               PERFORM 510-LEER-PLAN
           END-IF.
           PERFORM UNTIL w-flag-plan IS EQUAL 1
               PERFORM 520-LISTAR-UNO
               PERFORM 510-LEER-PLAN
           END-PERFORM.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           CLOSE LISTADO.
           DISPLAY "Imputaciones listadas: " w-cant-listados.

       510-LEER-PLAN.
           READ PLAN-CUENTAS NEXT RECORD
               AT END MOVE 1 TO w-flag-plan
           END-READ.

       520-LISTAR-UNO.
           MOVE pc-tipo TO l-tipo.
           MOVE pc-codigo TO l-codigo.
           MOVE pc-cuenta TO l-cuenta.
           MOVE pc-nombre TO l-nombre.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER 1
                   WRITE lis-reg FROM cabecera2 AFTER 1
                   WRITE lis-reg FROM cabecera3 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.
           ADD 1 TO w-cant-listados.

       700-FIN.
           CLOSE PLAN-CUENTAS.
           PERFORM 145-LIBERAR-BLOQUEO.

       END PROGRAM MANTENER-PLAN-CUENTAS.
