      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accounts payable. Supplier invoices used to sit in a
      *          folder until someone remembered to pay them; now each
      *          one is registered in FACTURASPROV against its
      *          PROVEEDORES code (invoice number, fecha, vencimiento,
      *          importe and concepto) and paid from here, fully or
      *          in part. Every payment writes the matching gas-reg
      *          into GASTOS by itself (the invoice's concepto, the
      *          amount paid and the invoice number as comprobante),
      *          so the libro caja ties back to a document, and is
      *          logged to PAGOSPROV. Money leaves the drawer, so the
      *          session needs a supervisor's code the way
      *          IngresarGastos does. VencimientosProveedores lists
      *          what falls due.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUENTAS-A-PAGAR.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS prv-codigo
           FILE STATUS IS ws-proveedores-status.

      *    FACTURASPROV is the payables register, one record per
      *    supplier invoice keyed by supplier and invoice number, so
      *    a supplier's invoices read together in order.
           SELECT FACTURAS-PROV
           ASSIGN TO "FACTURASPROV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpr-clave
           FILE STATUS IS ws-facturas-status.

      *    PAGOSPROV accumulates every payment made, opened EXTEND so
      *    the auditors get the whole trail of what settled each
      *    invoice.
           SELECT PAGOS-PROV
           ASSIGN TO "PAGOSPROV"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-pagosprov-status.

           SELECT GASTOS
           ASSIGN TO "GASTOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-gastos-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against; rol "S" marks a supervisor, and paying
      *    money out of the drawer requires one on the session.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES.
       01  prv-reg.
           03 prv-codigo pic 9(4).
           03 prv-razon-social pic x(30).
           03 prv-cuit pic 9(11).
           03 prv-concepto pic x(30).
           03 prv-activo pic x.
           03 prv-fecha-alta pic 9(8).

       FD  FACTURAS-PROV.
       01  fpr-reg.
           03 fpr-clave.
               05 fpr-proveedor pic 9(4).
      *        Punto de venta and numero as printed on the invoice
      *        (0003-00012345).
               05 fpr-punto-venta pic 9(4).
               05 fpr-numero pic 9(8).
           03 fpr-fecha pic 9(8).
           03 fpr-vencimiento pic 9(8).
           03 fpr-importe pic 9(8)v99.
      *    Paid so far; the invoice is cancelada once it reaches the
      *    importe.
           03 fpr-pagado pic 9(8)v99.
           03 fpr-concepto pic x(30).
      *    "P" pendiente, "C" cancelada, "A" anulada (registered by
      *    mistake, never paid).
           03 fpr-estado pic x.
           03 fpr-fecha-ult-pago pic 9(8).
           03 fpr-operador pic x(10).
           03 fpr-supervisor pic x(10).

       FD  PAGOS-PROV.
       01  ppr-reg.
           03 ppr-fecha pic 9(8).
           03 ppr-proveedor pic 9(4).
           03 ppr-punto-venta pic 9(4).
           03 ppr-numero pic 9(8).
           03 ppr-importe pic 9(8)v99.
      *    What the invoice still owed after this payment.
           03 ppr-saldo pic 9(8)v99.
           03 ppr-operador pic x(10).
           03 ppr-supervisor pic x(10).

       FD  GASTOS.
       01  gas-reg.
           03 gas-fecha pic 9(8).
           03 gas-concepto pic x(30).
           03 gas-importe pic 9(7)v99.
      *    Number of the paper voucher in the expenses folder, what
      *    the auditors tie each journal line back to.
           03 gas-comprobante pic 9(8).
           03 gas-operador pic x(10).
           03 gas-supervisor pic x(10).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-proveedores-status pic xx.
       01  ws-facturas-status pic xx.
       01  ws-pagosprov-status pic xx.
       01  ws-gastos-status pic xx.
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
       01  w-proveedor-ing pic 9(4).
       01  w-proveedor-valido pic x value "N".
       01  w-punto-venta-ing pic 9(4).
       01  w-numero-ing pic 9(8).
       01  w-factura-hallada pic x value "N".
       01  w-fecha-factura pic 9(8).
       01  w-vencimiento pic 9(8).
       01  w-importe-ing pic 9(8)v99.
       01  w-concepto-ing pic x(30).
       01  w-saldo-factura pic 9(8)v99.
       01  w-confirmar pic x value "N".
       01  w-cant-altas pic 9(5) value zero.
       01  w-cant-pagos pic 9(5) value zero.
       01  w-imp-pagos pic s9(9)v99 value zero.
      *    Run-lock workbench: FACTURASPROV is claimed in the
      *    BLOQUEOS register for the session and released at the
      *    normal end of run, so two sessions never pay the same
      *    invoice twice.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
      *    A session refused at the authorization step reaches the
      *    common close-down without ever taking the lock; releasing
      *    blindly there would free a lock some other run holds.
       01  w-blq-tomado pic x value "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-MENU.
           PERFORM UNTIL w-opcion IS EQUAL "F"
               IF w-opcion IS EQUAL "A"
                   PERFORM 300-ALTA-FACTURA
               END-IF
               IF w-opcion IS EQUAL "P"
                   PERFORM 400-PAGAR-FACTURA
               END-IF
               IF w-opcion IS EQUAL "B"
                   PERFORM 500-ANULAR-FACTURA
               END-IF
               PERFORM 200-MOSTRAR-MENU
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 122-PEDIR-OPERADOR.
           PERFORM 124-AUTORIZAR-SESION.
           PERFORM 127-TOMAR-BLOQUEO.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT PROVEEDORES.
      *    Without the supplier master no invoice can be registered
      *    or paid against a code.
           IF ws-proveedores-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir PROVEEDORES, estado "
                       ws-proveedores-status
               STOP RUN
           END-IF.
           OPEN I-O FACTURAS-PROV.
           IF ws-facturas-status IS EQUAL "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN I-O FACTURAS-PROV
           END-IF.
           OPEN EXTEND PAGOS-PROV.
           IF ws-pagosprov-status IS EQUAL "35"
               OPEN OUTPUT PAGOS-PROV
           END-IF.
           OPEN EXTEND GASTOS.
           IF ws-gastos-status IS EQUAL "35"
               OPEN OUTPUT GASTOS
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
      *    Paying a supplier is money leaving the drawer: a clerk can
      *    key the invoices and the payments, but only with a
      *    supervisor's code on the session, and both codes go on
      *    every record written. A supervisor running it alone
      *    authorizes the session.
           IF w-oper-master IS NOT EQUAL "S"
               MOVE w-operador-id TO w-supervisor-id
           ELSE
               IF ope-rol IS EQUAL "S"
                   MOVE w-operador-id TO w-supervisor-id
               ELSE
                   PERFORM 126-VALIDAR-SUPERVISOR
                   IF w-supervisor-valido IS NOT EQUAL "S"
                       DISPLAY "Sin autorizacion de supervisor no "
                               "se pueden pagar facturas, fin"
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

       127-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "FACTURASPROV" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se pueden pagar facturas, FACTURASPROV "
                       "esta en uso"
               PERFORM 720-CERRAR-ARCHIVOS
               STOP RUN
           END-IF.
           MOVE "S" TO w-blq-tomado.

       128-LIBERAR-BLOQUEO.
           IF w-blq-tomado IS EQUAL "S"
               MOVE "L" TO w-blq-accion
               MOVE "FACTURASPROV" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
               MOVE "N" TO w-blq-tomado
           END-IF.

       200-MOSTRAR-MENU.
           DISPLAY "CUENTAS A PAGAR A PROVEEDORES".
           DISPLAY "A = alta de factura".
           DISPLAY "P = pago total o parcial de factura".
           DISPLAY "B = anular factura".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "P"
                      OR w-opcion IS EQUAL "B"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese A, P, B o F"
               ACCEPT w-opcion
           END-PERFORM.

       210-PEDIR-PROVEEDOR.
           MOVE "N" TO w-proveedor-valido.
           DISPLAY "Ingrese el codigo de proveedor".
           ACCEPT w-proveedor-ing.
           MOVE w-proveedor-ing TO prv-codigo.
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "Error, el proveedor " w-proveedor-ing
                           " no existe"
               NOT INVALID KEY
                   MOVE "S" TO w-proveedor-valido
                   DISPLAY "Proveedor: " prv-razon-social
           END-READ.

       220-PEDIR-NUMERO.
           DISPLAY "Ingrese el punto de venta de la factura".
           ACCEPT w-punto-venta-ing.
           DISPLAY "Ingrese el numero de la factura (> 0)".
           ACCEPT w-numero-ing.
           PERFORM UNTIL w-numero-ing IS > ZERO
               DISPLAY "Error, el numero debe ser positivo"
               ACCEPT w-numero-ing
           END-PERFORM.
           MOVE w-proveedor-ing TO fpr-proveedor.
           MOVE w-punto-venta-ing TO fpr-punto-venta.
           MOVE w-numero-ing TO fpr-numero.
           MOVE "N" TO w-factura-hallada.
           READ FACTURAS-PROV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-factura-hallada
           END-READ.

       230-PEDIR-FECHA.
           ACCEPT w-fecha-ing.
           MOVE "S" TO w-fecha-valida.
           PERFORM 235-VALIDAR-CALENDARIO.
           PERFORM UNTIL w-fecha-valida IS EQUAL "S"
               DISPLAY "Error, la fecha " w-fecha-ing
                       " no es una fecha AAAAMMDD valida"
               ACCEPT w-fecha-ing
               MOVE "S" TO w-fecha-valida
               PERFORM 235-VALIDAR-CALENDARIO
           END-PERFORM.

       235-VALIDAR-CALENDARIO.
           IF w-ing-mm IS < 1 OR w-ing-mm IS > 12
               MOVE "N" TO w-fecha-valida
           ELSE
               MOVE w-dias-mes(w-ing-mm) TO w-dias-limite
               IF w-ing-mm IS EQUAL 2
                   PERFORM 237-VERIFICAR-BISIESTO
                   IF w-bisiesto IS EQUAL "S"
                       MOVE 29 TO w-dias-limite
                   END-IF
               END-IF
               IF w-ing-dd IS < 1
                       OR w-ing-dd IS > w-dias-limite
                   MOVE "N" TO w-fecha-valida
               END-IF
           END-IF.

       237-VERIFICAR-BISIESTO.
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

       240-CONFIRMAR.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.

       300-ALTA-FACTURA.
           PERFORM 210-PEDIR-PROVEEDOR.
           IF w-proveedor-valido IS EQUAL "S"
                   AND prv-activo IS NOT EQUAL "S"
               DISPLAY "Error, el proveedor esta dado de baja"
               MOVE "N" TO w-proveedor-valido
           END-IF.
           IF w-proveedor-valido IS EQUAL "S"
               PERFORM 220-PEDIR-NUMERO
               IF w-factura-hallada IS EQUAL "S"
                   DISPLAY "Error, la factura ya esta registrada"
               ELSE
                   PERFORM 310-PEDIR-DATOS-FACTURA
                   DISPLAY "Factura " w-punto-venta-ing "-"
                           w-numero-ing " del " w-fecha-factura
                           " vence " w-vencimiento
                           " por " w-importe-ing
                   PERFORM 240-CONFIRMAR
                   IF w-confirmar IS EQUAL "S"
                       PERFORM 320-GRABAR-FACTURA
                   ELSE
                       DISPLAY "Factura descartada, no se graba"
                   END-IF
               END-IF
           END-IF.

       310-PEDIR-DATOS-FACTURA.
      *    The invoice cannot be dated in the future, and it cannot
      *    fall due before it was issued.
           DISPLAY "Ingrese la fecha de la factura (AAAAMMDD)".
           PERFORM 230-PEDIR-FECHA.
           PERFORM UNTIL w-fecha-ing IS NOT > w-fecha-hoy
               DISPLAY "Error, la fecha no puede ser futura"
               PERFORM 230-PEDIR-FECHA
           END-PERFORM.
           MOVE w-fecha-ing TO w-fecha-factura.
           DISPLAY "Ingrese la fecha de vencimiento (AAAAMMDD)".
           PERFORM 230-PEDIR-FECHA.
           PERFORM UNTIL w-fecha-ing IS NOT < w-fecha-factura
               DISPLAY "Error, el vencimiento no puede ser anterior "
                       "a la factura"
               PERFORM 230-PEDIR-FECHA
           END-PERFORM.
           MOVE w-fecha-ing TO w-vencimiento.
           DISPLAY "Ingrese el importe de la factura (positivo)".
           ACCEPT w-importe-ing.
           PERFORM UNTIL w-importe-ing IS > ZERO
               DISPLAY "Error, el importe debe ser positivo"
               ACCEPT w-importe-ing
           END-PERFORM.
           DISPLAY "Ingrese el concepto (vacio = " prv-concepto ")".
           ACCEPT w-concepto-ing.
           IF w-concepto-ing IS EQUAL SPACES
               MOVE prv-concepto TO w-concepto-ing
           END-IF.

       320-GRABAR-FACTURA.
           MOVE w-proveedor-ing TO fpr-proveedor.
           MOVE w-punto-venta-ing TO fpr-punto-venta.
           MOVE w-numero-ing TO fpr-numero.
           MOVE w-fecha-factura TO fpr-fecha.
           MOVE w-vencimiento TO fpr-vencimiento.
           MOVE w-importe-ing TO fpr-importe.
           MOVE ZERO TO fpr-pagado.
           MOVE w-concepto-ing TO fpr-concepto.
           MOVE "P" TO fpr-estado.
           MOVE ZERO TO fpr-fecha-ult-pago.
           MOVE w-operador-id TO fpr-operador.
           MOVE w-supervisor-id TO fpr-supervisor.
           WRITE fpr-reg
               INVALID KEY
                   DISPLAY "Error, no se pudo grabar la factura"
               NOT INVALID KEY
                   ADD 1 TO w-cant-altas
                   DISPLAY "Factura registrada"
           END-WRITE.

       400-PAGAR-FACTURA.
           PERFORM 210-PEDIR-PROVEEDOR.
           IF w-proveedor-valido IS EQUAL "S"
               PERFORM 220-PEDIR-NUMERO
               IF w-factura-hallada IS NOT EQUAL "S"
                   DISPLAY "Error, la factura no esta registrada"
               ELSE
                   IF fpr-estado IS NOT EQUAL "P"
                       DISPLAY "Error, la factura no esta pendiente "
                               "(estado " fpr-estado ")"
                   ELSE
                       PERFORM 410-PEDIR-PAGO
                   END-IF
               END-IF
           END-IF.

       410-PEDIR-PAGO.
           COMPUTE w-saldo-factura = fpr-importe - fpr-pagado.
           DISPLAY "Factura del " fpr-fecha " vence "
                   fpr-vencimiento ", saldo " w-saldo-factura.
           DISPLAY "Ingrese el importe a pagar (0 = el saldo)".
           ACCEPT w-importe-ing.
           IF w-importe-ing IS EQUAL ZERO
               MOVE w-saldo-factura TO w-importe-ing
           END-IF.
      *    A single gasto holds at most 9.999.999,99; a bigger saldo
      *    is paid in parts.
           PERFORM UNTIL w-importe-ing IS NOT > w-saldo-factura
                     AND w-importe-ing IS NOT > 9999999,99
               DISPLAY "Error, el pago no puede superar el saldo "
                       w-saldo-factura " ni 9.999.999,99 por pago"
               ACCEPT w-importe-ing
               IF w-importe-ing IS EQUAL ZERO
                   MOVE w-saldo-factura TO w-importe-ing
               END-IF
           END-PERFORM.
           DISPLAY "Pago de " w-importe-ing " en efectivo a "
                   prv-razon-social.
           PERFORM 240-CONFIRMAR.
           IF w-confirmar IS EQUAL "S"
               PERFORM 420-APLICAR-PAGO
           ELSE
               DISPLAY "Pago descartado, no se graba"
           END-IF.

       420-APLICAR-PAGO.
           ADD w-importe-ing TO fpr-pagado.
           MOVE w-fecha-hoy TO fpr-fecha-ult-pago.
           IF fpr-pagado IS NOT < fpr-importe
               MOVE "C" TO fpr-estado
           END-IF.
           REWRITE fpr-reg.
      *    The gasto goes out under the invoice's concepto with the
      *    invoice number as its comprobante, so the libro caja line
      *    points straight at the paper in the folder.
           MOVE w-fecha-hoy TO gas-fecha.
           MOVE fpr-concepto TO gas-concepto.
           MOVE w-importe-ing TO gas-importe.
           MOVE fpr-numero TO gas-comprobante.
           MOVE w-operador-id TO gas-operador.
           MOVE w-supervisor-id TO gas-supervisor.
           WRITE gas-reg.
           MOVE w-fecha-hoy TO ppr-fecha.
           MOVE fpr-proveedor TO ppr-proveedor.
           MOVE fpr-punto-venta TO ppr-punto-venta.
           MOVE fpr-numero TO ppr-numero.
           MOVE w-importe-ing TO ppr-importe.
           COMPUTE ppr-saldo = fpr-importe - fpr-pagado.
           MOVE w-operador-id TO ppr-operador.
           MOVE w-supervisor-id TO ppr-supervisor.
           WRITE ppr-reg.
           ADD 1 TO w-cant-pagos.
           ADD w-importe-ing TO w-imp-pagos.
           IF fpr-estado IS EQUAL "C"
               DISPLAY "Factura cancelada"
           ELSE
               DISPLAY "Pago parcial registrado, saldo " ppr-saldo
           END-IF.

       500-ANULAR-FACTURA.
      *    Only an invoice nothing was paid on can be annulled: once
      *    money went out against it the gasto is on the books.
           PERFORM 210-PEDIR-PROVEEDOR.
           IF w-proveedor-valido IS EQUAL "S"
               PERFORM 220-PEDIR-NUMERO
               IF w-factura-hallada IS NOT EQUAL "S"
                   DISPLAY "Error, la factura no esta registrada"
               ELSE
                   IF fpr-estado IS NOT EQUAL "P"
                           OR fpr-pagado IS > ZERO
                       DISPLAY "Error, solo se anula una factura "
                               "pendiente sin pagos"
                   ELSE
                       DISPLAY "Anular factura del " fpr-fecha
                               " por " fpr-importe
                       PERFORM 240-CONFIRMAR
                       IF w-confirmar IS EQUAL "S"
                           MOVE "A" TO fpr-estado
                           MOVE w-operador-id TO fpr-operador
                           MOVE w-supervisor-id TO fpr-supervisor
                           REWRITE fpr-reg
                           DISPLAY "Factura anulada"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       700-FIN.
           PERFORM 720-CERRAR-ARCHIVOS.
           PERFORM 128-LIBERAR-BLOQUEO.
           DISPLAY "Facturas registradas: " w-cant-altas
                   ", pagos: " w-cant-pagos " por " w-imp-pagos.

       720-CERRAR-ARCHIVOS.
           CLOSE PROVEEDORES.
           CLOSE FACTURAS-PROV.
           CLOSE PAGOS-PROV.
           CLOSE GASTOS.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.

       END PROGRAM CUENTAS-A-PAGAR.
