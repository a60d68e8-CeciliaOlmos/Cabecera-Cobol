      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the PROVEEDORES master: one record per
      *          supplier the club pays by invoice (the electricity
      *          company, the pool maintenance firm, the referees'
      *          association) with its razon social, CUIT and the
      *          gasto concepto its invoices are booked under, the
      *          words the plan de cuentas maps to a ledger account.
      *          CuentasAPagar registers and pays the invoices against
      *          these codes and VencimientosProveedores lists what
      *          falls due. A baja deactivates the supplier without
      *          losing the record, so its paid invoices still name it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-PROVEEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT PROVEEDORES
           ASSIGN TO "PROVEEDORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS prv-codigo
           FILE STATUS IS ws-proveedores-status.

      *    OPERADORES is the operator master; the suppliers are who
      *    the club's money goes out to, so sign-on here requires an
      *    active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOPROVEEDORES".

       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES.
       01  prv-reg.
           03 prv-codigo pic 9(4).
           03 prv-razon-social pic x(30).
           03 prv-cuit pic 9(11).
      *    Concepto every invoice of the supplier is booked under in
      *    GASTOS unless keyed otherwise; LibroDiario maps it to its
      *    account on the leading words, so "LUZ EDENOR" lands on
      *    whatever account the plan gives "LUZ".
           03 prv-concepto pic x(30).
           03 prv-activo pic x.
           03 prv-fecha-alta pic 9(8).

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
       01  ws-proveedores-status pic xx.
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
       01  w-proveedor-ing pic 9(4).
       01  w-razon-ing pic x(30).
       01  w-cuit-ing pic 9(11).
       01  w-concepto-ing pic x(30).
       01  w-fecha-hoy pic 9(8).
       01  w-existia pic x value "N".
       01  w-flag-proveedores pic 9 value zero.
       01  w-cant-listados pic 9(5) value zero.
      *    Run-lock workbench: PROVEEDORES is claimed in the BLOQUEOS
      *    register for the session and released at the normal end
      *    of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  cabecera1.
           03 filler pic x(25) value spaces.
           03 filler pic x(30) value
              "PROVEEDORES DEL CLUB".
           03 filler pic x(25) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(6) value "COD.".
           03 filler pic x(31) value "RAZON SOCIAL".
           03 filler pic x(12) value "CUIT".
           03 filler pic x(27) value "CONCEPTO DE GASTO".
           03 filler pic x(4) value "ACT".
       01  detalle.
           03 l-codigo pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-razon pic x(30).
           03 filler pic x value space.
           03 l-cuit pic 9(11).
           03 filler pic x value space.
           03 l-concepto pic x(26).
           03 filler pic x value space.
           03 l-activo pic x.
           03 filler pic x(3) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "A"
                   PERFORM 300-ALTA-PROVEEDOR
               END-IF
               IF w-opcion IS EQUAL "B"
                   PERFORM 400-BAJA-PROVEEDOR
               END-IF
               IF w-opcion IS EQUAL "L"
                   PERFORM 500-LISTAR-PROVEEDORES
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
           MOVE "PROVEEDORES" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se pueden mantener proveedores, "
                       "PROVEEDORES esta en uso"
               STOP RUN
           END-IF.

       145-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "PROVEEDORES" TO w-blq-recurso.
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
           OPEN I-O PROVEEDORES.
           IF ws-proveedores-status IS EQUAL "35"
               OPEN OUTPUT PROVEEDORES
               CLOSE PROVEEDORES
               OPEN I-O PROVEEDORES
           END-IF.

       200-MOSTRAR-MENU.
           DISPLAY "PROVEEDORES".
           DISPLAY "A = alta o cambio de proveedor".
           DISPLAY "B = baja de proveedor".
           DISPLAY "L = listado de proveedores".
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
           DISPLAY "Ingrese el codigo de proveedor (1-9999)".
           ACCEPT w-proveedor-ing.
           PERFORM UNTIL w-proveedor-ing IS > ZERO
               DISPLAY "Error, el codigo debe ser positivo"
               ACCEPT w-proveedor-ing
           END-PERFORM.

       300-ALTA-PROVEEDOR.
           PERFORM 210-PEDIR-CODIGO.
           MOVE "N" TO w-existia.
           MOVE w-proveedor-ing TO prv-codigo.
           READ PROVEEDORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-existia
                   DISPLAY "Proveedor existente: " prv-razon-social
                   DISPLAY "Se reemplazan sus datos"
           END-READ.
           DISPLAY "Ingrese la razon social".
           ACCEPT w-razon-ing.
           PERFORM UNTIL w-razon-ing IS NOT EQUAL SPACES
               DISPLAY "Error, la razon social no puede estar en "
                       "blanco"
               ACCEPT w-razon-ing
           END-PERFORM.
           DISPLAY "Ingrese el CUIT (11 digitos, 0 = sin dato)".
           ACCEPT w-cuit-ing.
      *    The concepto is what the libro diario books the payments
      *    under, so it cannot be left blank.
           DISPLAY "Ingrese el concepto de gasto de sus facturas".
           ACCEPT w-concepto-ing.
           PERFORM UNTIL w-concepto-ing IS NOT EQUAL SPACES
               DISPLAY "Error, el concepto no puede estar en blanco"
               ACCEPT w-concepto-ing
           END-PERFORM.
           MOVE w-proveedor-ing TO prv-codigo.
           MOVE w-razon-ing TO prv-razon-social.
           MOVE w-cuit-ing TO prv-cuit.
           MOVE w-concepto-ing TO prv-concepto.
           MOVE "S" TO prv-activo.
           IF w-existia IS EQUAL "S"
               REWRITE prv-reg
           ELSE
               MOVE w-fecha-hoy TO prv-fecha-alta
               WRITE prv-reg
           END-IF.
           DISPLAY "Proveedor " w-proveedor-ing " registrado".

       400-BAJA-PROVEEDOR.
           PERFORM 210-PEDIR-CODIGO.
           MOVE w-proveedor-ing TO prv-codigo.
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "Error, el proveedor " w-proveedor-ing
                           " no existe"
               NOT INVALID KEY
      *            The record stays, inactive: its invoices already
      *            registered can still be paid and traced to it,
      *            but no new invoice is taken.
                   MOVE "N" TO prv-activo
                   REWRITE prv-reg
                   DISPLAY "Proveedor " w-proveedor-ing
                           " dado de baja"
           END-READ.

       500-LISTAR-PROVEEDORES.
           MOVE ZERO TO w-flag-proveedores.
           MOVE ZERO TO w-cant-listados.
           OPEN OUTPUT LISTADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE ZERO TO prv-codigo.
           START PROVEEDORES KEY IS NOT < prv-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-proveedores
           END-START.
           IF w-flag-proveedores IS NOT EQUAL 1
               PERFORM 510-LEER-PROVEEDOR
           END-IF.
           PERFORM UNTIL w-flag-proveedores IS EQUAL 1
               PERFORM 520-LISTAR-UNO
               PERFORM 510-LEER-PROVEEDOR
           END-PERFORM.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           CLOSE LISTADO.
           DISPLAY "Proveedores listados: " w-cant-listados.

       510-LEER-PROVEEDOR.
           READ PROVEEDORES NEXT RECORD
               AT END MOVE 1 TO w-flag-proveedores
           END-READ.

       520-LISTAR-UNO.
           MOVE prv-codigo TO l-codigo.
           MOVE prv-razon-social TO l-razon.
           MOVE prv-cuit TO l-cuit.
           MOVE prv-concepto TO l-concepto.
           MOVE prv-activo TO l-activo.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER 1
                   WRITE lis-reg FROM cabecera2 AFTER 1
                   WRITE lis-reg FROM cabecera3 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.
           ADD 1 TO w-cant-listados.

       700-FIN.
           CLOSE PROVEEDORES.
           PERFORM 145-LIBERAR-BLOQUEO.

       END PROGRAM MANTENER-PROVEEDORES.
