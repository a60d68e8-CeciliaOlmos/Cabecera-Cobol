      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies the collection network's daily rendicion of
      *          paid coupons. Reads RENDCUPONES (one row per coupon
      *          collected at the window: the scanned barcode, the day
      *          it was paid and the amount taken), checks each one
      *          against the barcode's own check digit, the socio's
      *          digito verificador, the SOCIOS padron and the CUPONES
      *          register EmitirCupones keeps,
      *          and writes the good ones as clase "P" pago details
      *          into ARCHTRANS under a "C" header registered in
      *          FECHAS-CTL, the same way ProcesarRespuestaBanco books
      *          the bank's debits. A coupon with an unknown socio, an
      *          amount that does not match the one issued, a payment
      *          after its due date, a damaged barcode or one already
      *          paid goes to ARCH-ERRORES and never reaches the
      *          ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-RENDICION-CUPONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs, so the paid coupons land in the same ARCHTRANS
      *    the pipeline drains.
           SELECT ARCH-RENDICION
           ASSIGN TO "RENDCUPONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-rendicion-status.

           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

      *    CUPONES is the register of issued coupons EmitirCupones
      *    writes; a coupon is marked "P" pagado here once booked, so
      *    the same barcode presented twice is caught.
           SELECT CUPONES
           ASSIGN TO "CUPONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cup-clave
           FILE STATUS IS ws-cupones-status.

           SELECT ARCH-ERRORES
           ASSIGN TO "ARCHERRORES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-errores-status.

      *    FECHAS-CTL is the fecha-status control file: the fecha the
      *    paid coupons are written under is registered here ("P"
      *    pendiente, with running counts) just as an entry session
      *    would register it.
           SELECT FECHAS-CTL
           ASSIGN TO "FECHASCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS fec-fecha
           FILE STATUS IS ws-fechasctl-status.

      *    OPERADORES is the operator master; writing pagos straight
      *    into the pipeline is a supervisor-level action, so sign-on
      *    here requires an active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-RENDICION.
       01  rcu-reg.
      *    The 36-digit string printed on the coupon, as scanned.
           03 rcu-barra pic x(36).
           03 rcu-fecha-pago pic 9(8).
           03 rcu-importe pic 9(7)v99.

       FD  ARCH-TRANS.
       01  tr-cab-reg.
           03 tr-cab-tipo PIC X.
           03 tr-cab-fecha PIC 9(8).
      *    Sala/branch the header was keyed in, carried from entry
      *    onward so a questioned figure can be traced to its room.
           03 tr-cab-sala PIC 99.
       01  tr-det-reg.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
      *    cheque, "T" transferencia; rows keyed before the field
      *    existed read back as space and count as efectivo.
           03 tr-det-medio PIC X.
      *    "T" trailer closing the fecha with its detail count and
      *    amount, verified by the chain downstream.
       01  tr-tra-reg.
           03 tr-tra-tipo PIC X.
           03 tr-tra-cant PIC 9(5).
           03 tr-tra-importe PIC S9(9)V99.

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

       FD  CUPONES.
       01  cup-reg.
           03 cup-clave.
               05 cup-socio pic 9(5).
               05 cup-fecha-cuota pic 9(8).
           03 cup-importe pic 9(7)v99.
           03 cup-vencimiento pic 9(8).
           03 cup-estado pic x.
           03 cup-fecha-emision pic 9(8).
           03 cup-fecha-pago pic 9(8).

       FD  ARCH-ERRORES.
       01  err-reg.
           03 err-campo pic x(10).
           03 err-valor pic s9(9)v99.
      *    The day the entry was logged, so the daily operations
      *    report can pull one date's exceptions together.
           03 err-fecha pic 9(8).

       FD  FECHAS-CTL.
       01  fec-reg.
           03 fec-fecha pic 9(8).
           03 fec-estado pic x.
           03 fec-cant-reg pic 9(5).
           03 fec-importe pic s9(9)v99.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-rendicion-status pic xx.
       01  ws-arch-trans-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-cupones-status pic xx.
       01  ws-errores-status pic xx.
       01  ws-fechasctl-status pic xx.
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
       01  w-flag-rendicion pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-cabecera-hecha pic x value "N".
       01  w-cant-aceptados pic 9(5) value zero.
       01  w-imp-aceptado pic s9(9)v99 value zero.
       01  w-cant-rechazados pic 9(5) value zero.
      *    Error code of the check that turned the coupon down,
      *    spaces while it is still good.
       01  w-motivo pic x(10).
      *    The scanned barcode, taken apart into the same fields
      *    EmitirCupones builds it from.
       01  w-barra.
           03 bar-empresa pic 9(4).
           03 bar-socio pic 9(5).
           03 bar-socio-dv pic 9.
           03 bar-fecha-cuota pic 9(8).
           03 bar-importe pic 9(7)v99.
           03 bar-vencimiento pic 9(8).
           03 bar-dv pic 9.
       01  filler REDEFINES w-barra.
           03 bar-digito OCCURS 36 TIMES pic 9.
       01  w-idx-barra pic 9(2).
       01  w-peso pic 9.
       01  w-suma-dv pic 9(4).
       01  w-cociente pic 9(4).
       01  w-resto-dv pic 9(2).
       01  w-dv-calculado pic 9.
       01  w-dv-socio pic 9.
      *    Run-lock workbench: ARCHTRANS is claimed in the BLOQUEOS
      *    register before the pagos go out and released at the
      *    normal end of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RENDICION.
           PERFORM UNTIL w-flag-rendicion IS EQUAL 1
               PERFORM 300-PROCESAR-CUPON
               PERFORM 200-LEER-RENDICION
           END-PERFORM.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT ARCH-RENDICION.
           IF ws-rendicion-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir RENDCUPONES, estado "
                       ws-rendicion-status
               STOP RUN
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
      *    Without the register there is nothing to check the amount
      *    and due date against, so no coupon could be booked.
           OPEN I-O CUPONES.
           IF ws-cupones-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir CUPONES, estado "
                       ws-cupones-status
               STOP RUN
           END-IF.
           OPEN EXTEND ARCH-TRANS.
           IF ws-arch-trans-status IS EQUAL "35"
               OPEN OUTPUT ARCH-TRANS
           END-IF.
           OPEN EXTEND ARCH-ERRORES.
           IF ws-errores-status IS EQUAL "35"
               OPEN OUTPUT ARCH-ERRORES
           END-IF.
           OPEN I-O FECHAS-CTL.
           IF ws-fechasctl-status IS EQUAL "35"
               OPEN OUTPUT FECHAS-CTL
               CLOSE FECHAS-CTL
               OPEN I-O FECHAS-CTL
           END-IF.
      *    The paid coupons book under today's fecha; a fecha the
      *    control file already holds cerrada cannot take more rows,
      *    the same refusal the sala merge applies.
           MOVE w-fecha-hoy TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fec-estado IS EQUAL "C"
                       DISPLAY "ERROR: la fecha " w-fecha-hoy
                               " ya esta cerrada, procesar la "
                               "rendicion manana"
                       STOP RUN
                   END-IF
           END-READ.
           PERFORM 150-TOMAR-BLOQUEO.

       150-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede procesar la rendicion, "
                       "ARCHTRANS esta en uso"
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
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

       200-LEER-RENDICION.
           READ ARCH-RENDICION AT END MOVE 1 TO w-flag-rendicion.

       300-PROCESAR-CUPON.
      *    Each check runs only while the coupon is still good, so
      *    the error file gets the first reason it failed.
           MOVE SPACES TO w-motivo.
           MOVE ZERO TO w-barra.
           PERFORM 310-VERIFICAR-BARRA.
           IF w-motivo IS EQUAL SPACES
               PERFORM 320-VERIFICAR-SOCIO
           END-IF.
           IF w-motivo IS EQUAL SPACES
               PERFORM 330-VERIFICAR-CUPON
           END-IF.
           IF w-motivo IS EQUAL SPACES
               PERFORM 340-GRABAR-PAGO
           ELSE
               PERFORM 400-RECHAZAR-CUPON
           END-IF.

       310-VERIFICAR-BARRA.
      *    A string that is not all digits or whose check digit does
      *    not add up was misread or retyped at the window; none of
      *    its fields can be trusted.
           IF rcu-barra IS NOT NUMERIC
                   OR rcu-fecha-pago IS NOT NUMERIC
                   OR rcu-importe IS NOT NUMERIC
               MOVE "CUP-BARRA" TO w-motivo
           ELSE
               MOVE rcu-barra TO w-barra
               PERFORM 315-CALCULAR-DV
               IF w-dv-calculado IS NOT EQUAL bar-dv
                   MOVE "CUP-BARRA" TO w-motivo
               END-IF
           END-IF.
      *    A barcode that adds up but whose socio does not match its
      *    own digito verificador was rebuilt or retyped with the
      *    number garbled; the pago would land on another member.
           IF w-motivo IS EQUAL SPACES
               CALL "DIGITO-SOCIO" USING bar-socio, w-dv-socio
               IF w-dv-socio IS NOT EQUAL bar-socio-dv
                   MOVE "SOCIO-DV" TO w-motivo
               END-IF
           END-IF.

       315-CALCULAR-DV.
      *    Same alternating 1-3 weights over the 35 leading digits,
      *    modulo 10, EmitirCupones prints the coupon with.
           MOVE ZERO TO w-suma-dv.
           PERFORM 318-PESAR-DIGITO
               VARYING w-idx-barra FROM 1 BY 1
               UNTIL w-idx-barra > 35.
           DIVIDE w-suma-dv BY 10
               GIVING w-cociente REMAINDER w-resto-dv.
           IF w-resto-dv IS EQUAL ZERO
               MOVE ZERO TO w-dv-calculado
           ELSE
               COMPUTE w-dv-calculado = 10 - w-resto-dv
           END-IF.

       318-PESAR-DIGITO.
           DIVIDE w-idx-barra BY 2
               GIVING w-cociente REMAINDER w-peso.
           IF w-peso IS EQUAL ZERO
               MOVE 3 TO w-peso
           END-IF.
           COMPUTE w-suma-dv = w-suma-dv
               + bar-digito(w-idx-barra) * w-peso.

       320-VERIFICAR-SOCIO.
      *    A socio the padron does not know cannot take a pago even
      *    if the network says the money moved; the row goes to the
      *    error file and the treasurer sorts it out with the network.
           MOVE bar-socio TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   MOVE "CUP-SOCIO" TO w-motivo
           END-READ.

       330-VERIFICAR-CUPON.
      *    The amount taken must be the one printed and the one
      *    registered at issue; a coupon paid after its due date is
      *    not honoured at face value and is left for the counter.
           MOVE bar-socio TO cup-socio.
           MOVE bar-fecha-cuota TO cup-fecha-cuota.
           READ CUPONES
               INVALID KEY
                   MOVE "CUP-NOEMIT" TO w-motivo
           END-READ.
           IF w-motivo IS EQUAL SPACES
               IF rcu-importe IS NOT EQUAL bar-importe
                       OR rcu-importe IS NOT EQUAL cup-importe
                   MOVE "CUP-IMPORT" TO w-motivo
               ELSE
                   IF rcu-fecha-pago IS > cup-vencimiento
                       MOVE "CUP-VENCID" TO w-motivo
                   ELSE
                       IF cup-estado IS EQUAL "P"
                           MOVE "CUP-DUPLIC" TO w-motivo
                       END-IF
                   END-IF
               END-IF
           END-IF.

       340-GRABAR-PAGO.
           PERFORM 350-GRABAR-CABECERA.
           MOVE "D" TO tr-det-tipo.
           MOVE "P" TO tr-det-clase.
           MOVE "N" TO tr-det-mov.
           MOVE bar-socio TO tr-det-socio.
           MOVE rcu-importe TO tr-det-importe.
      *    Network collections are processed centrally, in the main
      *    sala.
           MOVE 1 TO tr-det-sala.
      *    The network remits by transfer; the money never passes
      *    through a drawer.
           MOVE "T" TO tr-det-medio.
           WRITE tr-det-reg.
           PERFORM 360-ACTUALIZAR-FECHA-CTL.
           MOVE "P" TO cup-estado.
           MOVE rcu-fecha-pago TO cup-fecha-pago.
           REWRITE cup-reg.
           ADD 1 TO w-cant-aceptados.
           ADD rcu-importe TO w-imp-aceptado.

       350-GRABAR-CABECERA.
      *    The "C" header for today's fecha is written once, on the
      *    first coupon actually accepted, so a rendicion that is all
      *    rejections leaves no detail-less header. A fecha the site
      *    already holds pendiente keeps its counts, the same way the
      *    sala merge registers one.
           IF w-cabecera-hecha IS NOT EQUAL "S"
               MOVE "C" TO tr-cab-tipo
               MOVE w-fecha-hoy TO tr-cab-fecha
               MOVE 1 TO tr-cab-sala
               WRITE tr-cab-reg
               MOVE w-fecha-hoy TO fec-fecha
               MOVE "P" TO fec-estado
               MOVE ZERO TO fec-cant-reg
               MOVE ZERO TO fec-importe
               WRITE fec-reg
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "S" TO w-cabecera-hecha
           END-IF.

       360-ACTUALIZAR-FECHA-CTL.
           MOVE w-fecha-hoy TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO fec-cant-reg
                   ADD tr-det-importe TO fec-importe
                   REWRITE fec-reg
           END-READ.

       400-RECHAZAR-CUPON.
           DISPLAY "Cupon rechazado: " rcu-barra " importe "
                   rcu-importe " motivo " w-motivo.
           MOVE w-motivo TO err-campo.
           MOVE bar-socio TO err-valor.
           MOVE w-fecha-hoy TO err-fecha.
           WRITE err-reg.
           ADD 1 TO w-cant-rechazados.

       700-FIN.
      *    The fecha closes with a "T" control record carrying its
      *    detail count and amount, the same trailer the entry
      *    program leaves; a rendicion that was all rejections wrote
      *    no header and needs none.
           IF w-cabecera-hecha IS EQUAL "S"
               MOVE "T" TO tr-tra-tipo
               MOVE w-cant-aceptados TO tr-tra-cant
               MOVE w-imp-aceptado TO tr-tra-importe
               WRITE tr-tra-reg
           END-IF.
           CLOSE ARCH-RENDICION.
           CLOSE SOCIOS.
           CLOSE CUPONES.
           CLOSE ARCH-TRANS.
           CLOSE ARCH-ERRORES.
           CLOSE FECHAS-CTL.
           PERFORM 160-LIBERAR-BLOQUEO.
           DISPLAY "Cupones acreditados: " w-cant-aceptados
                   " por " w-imp-aceptado.
           DISPLAY "Cupones rechazados: " w-cant-rechazados
                   ", ver ARCH-ERRORES".

       END PROGRAM PROCESAR-RENDICION-CUPONES.
