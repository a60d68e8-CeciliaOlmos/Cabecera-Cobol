      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment coupons for the collection networks (Rapipago,
      *          Pago Facil). Run after GenerarCuotas has registered the
      *          month: scans ARCHTRANS for the asked fecha's clase "Q"
      *          details, totals them per socio, and prints one coupon
      *          per socio carrying the barcode string the network
      *          scans -- empresa, socio with its digito verificador,
      *          cuota fecha, importe, due date and a check digit.
      *          Socios with an active DEBITOS authorization get no
      *          coupon: the bank already debits them. Every coupon
      *          printed is registered in CUPONES, the file
      *          ProcesarRendicionCupones checks the network's
      *          rendicion against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-CUPONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
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

      *    DEBITOS is consulted only to leave out the socios the bank
      *    already debits; a site without the file prints a coupon
      *    for everyone.
           SELECT DEBITOS
           ASSIGN TO "DEBITOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS deb-socio
           FILE STATUS IS ws-debitos-status.

      *    CUPONES registers every coupon issued, one record per socio
      *    and cuota fecha; estado "E" emitido, "P" pagado through the
      *    network's rendicion.
           SELECT CUPONES
           ASSIGN TO "CUPONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cup-clave
           FILE STATUS IS ws-cupones-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOCUPONES".

       DATA DIVISION.
       FILE SECTION.
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

       FD  DEBITOS.
       01  deb-reg.
           03 deb-socio pic 9(5).
           03 deb-cbu pic x(22).
           03 deb-banco pic x(20).
           03 deb-activo pic x.
           03 deb-fecha-alta pic 9(8).

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
       01  ws-arch-trans-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-debitos-status pic xx.
       01  ws-cupones-status pic xx.
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
      *    "N" when the site keeps no DEBITOS file: nobody is
      *    debited, so everybody gets a coupon.
       01  w-debitos-master pic x value "S".
       01  w-flag-transc pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-pedida pic 9(8).
       01  w-fecha-actual pic 9(8) value zero.
       01  w-vencimiento pic 9(8).
      *    Per-socio cuota total for the asked fecha, indexed
      *    directly by the socio number (the key space is only
      *    1-99999, so the padron fits in storage).
       01  w-tabla-cuotas.
           03 w-cuota-soc OCCURS 99999 TIMES pic s9(8)v99.
       01  w-idx pic 9(6).
       01  w-debitado pic x.
       01  w-cant-cupones pic 9(5) value zero.
       01  w-imp-cupones pic s9(9)v99 value zero.
       01  w-cant-debitados pic 9(5) value zero.
       01  w-cant-ya-emitidos pic 9(5) value zero.
      *    Code the collection network assigned the club; set it in
      *    the site environment as CUPONEMPRESA, left unset it is
      *    0001.
       01  w-empresa-env pic x(4).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-empresa pic 9(4) value 1.
      *    The barcode string the network scans: fixed-width digits,
      *    closed by a check digit over the 35 before it.
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
       01  cupon-separador.
           03 filler pic x(80) value all "- ".
       01  cupon-club.
           03 filler pic x(44) value
              "CLUB SOCIAL Y DEPORTIVO - CUPON DE PAGO".
           03 filler pic x(36) value
              "Pagadero en Rapipago / Pago Facil".
       01  cupon-socio.
           03 filler pic x(7) value "Socio: ".
           03 cs-socio pic 9(5).
           03 filler pic x value "-".
           03 cs-dv pic 9.
           03 filler pic x(2) value spaces.
           03 cs-nombre pic x(30).
           03 filler pic x(34) value spaces.
       01  cupon-importe.
           03 filler pic x(16) value "Cuota del dia:  ".
           03 ci-fecha pic 9(8).
           03 filler pic x(4) value spaces.
           03 filler pic x(11) value "Importe: $ ".
           03 ci-importe pic zz.zzz.zz9,99.
           03 filler pic x(4) value spaces.
           03 filler pic x(13) value "Vencimiento: ".
           03 ci-vencimiento pic 9(8).
           03 filler pic x(3) value spaces.
       01  cupon-barra.
           03 filler pic x(10) value spaces.
           03 cb-barra pic x(36).
           03 filler pic x(34) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-ACUMULAR-CUOTAS.
           PERFORM 300-EMITIR-CUPONES.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 130-PEDIR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-empresa-env FROM ENVIRONMENT "CUPONEMPRESA".
           MOVE ZERO TO w-largo-env.
           INSPECT w-empresa-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-empresa-env(1:w-largo-env) IS NUMERIC
                   MOVE w-empresa-env(1:w-largo-env)
                       TO w-empresa
               ELSE
                   DISPLAY "AVISO: CUPONEMPRESA " w-empresa-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           DISPLAY "Ingrese la fecha de cuotas a cuponear "
                   "(AAAAMMDD)".
           ACCEPT w-fecha-pedida.
           PERFORM UNTIL w-fecha-pedida IS > ZERO
               DISPLAY "Error, la fecha debe ser positiva"
               ACCEPT w-fecha-pedida
           END-PERFORM.
           DISPLAY "Ingrese la fecha de vencimiento de los cupones "
                   "(AAAAMMDD)".
           ACCEPT w-vencimiento.
           PERFORM UNTIL w-vencimiento IS > w-fecha-pedida
               DISPLAY "Error, el vencimiento debe ser posterior a "
                       "la fecha de las cuotas"
               ACCEPT w-vencimiento
           END-PERFORM.
           PERFORM 110-LIMPIAR-CUOTA
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           OPEN INPUT ARCH-TRANS.
           IF ws-arch-trans-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir ARCHTRANS, estado "
                       ws-arch-trans-status
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
           OPEN INPUT DEBITOS.
           IF ws-debitos-status IS NOT EQUAL "00"
               MOVE "N" TO w-debitos-master
           END-IF.
           OPEN I-O CUPONES.
           IF ws-cupones-status IS EQUAL "35"
               OPEN OUTPUT CUPONES
               CLOSE CUPONES
               OPEN I-O CUPONES
           END-IF.
           OPEN OUTPUT LISTADO.

       110-LIMPIAR-CUOTA.
           MOVE ZERO TO w-cuota-soc(w-idx).

       130-PEDIR-OPERADOR.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 135-VALIDAR-OPERADOR
                   UNTIL w-operador-valido IS EQUAL "S"
               CLOSE OPERADORES
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

       200-ACUMULAR-CUOTAS.
      *    The whole pending file is walked tracking the current "C"
      *    header, the same way GenerarDebitos builds the bank
      *    presentment, and only the asked fecha's clase "Q" rows are
      *    summed per socio.
           PERFORM 210-LEER-TRANS.
           PERFORM UNTIL w-flag-transc IS EQUAL 1
               IF tr-cab-tipo IS EQUAL "C"
                   MOVE tr-cab-fecha TO w-fecha-actual
               ELSE
                   IF tr-det-tipo IS EQUAL "D"
                           AND w-fecha-actual IS EQUAL
                               w-fecha-pedida
                           AND tr-det-clase IS EQUAL "Q"
                           AND tr-det-socio IS > ZERO
                       ADD tr-det-importe TO
                           w-cuota-soc(tr-det-socio)
                   END-IF
               END-IF
               PERFORM 210-LEER-TRANS
           END-PERFORM.
           CLOSE ARCH-TRANS.

       210-LEER-TRANS.
           READ ARCH-TRANS AT END MOVE 1 TO w-flag-transc.

       300-EMITIR-CUPONES.
           PERFORM 310-EMITIR-SOCIO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           DISPLAY "Cupones emitidos: " w-cant-cupones
                   " por " w-imp-cupones.
           DISPLAY "Socios con debito automatico (sin cupon): "
                   w-cant-debitados.
           IF w-cant-ya-emitidos IS > ZERO
               DISPLAY "Cupones ya emitidos en una corrida anterior, "
                       "no repetidos: " w-cant-ya-emitidos
           END-IF.

       310-EMITIR-SOCIO.
           IF w-cuota-soc(w-idx) IS > ZERO
               PERFORM 320-VERIFICAR-DEBITO
               IF w-debitado IS EQUAL "S"
                   ADD 1 TO w-cant-debitados
               ELSE
                   PERFORM 330-REGISTRAR-CUPON
               END-IF
           END-IF.

       320-VERIFICAR-DEBITO.
           MOVE "N" TO w-debitado.
           IF w-debitos-master IS EQUAL "S"
               MOVE w-idx TO deb-socio
               READ DEBITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF deb-activo IS EQUAL "S"
                           MOVE "S" TO w-debitado
                       END-IF
               END-READ
           END-IF.

       330-REGISTRAR-CUPON.
      *    A coupon already registered for the socio and fecha is not
      *    issued again: a second coupon with a different due date
      *    would let the same cuota be paid twice.
           MOVE w-idx TO cup-socio.
           MOVE w-fecha-pedida TO cup-fecha-cuota.
           MOVE w-cuota-soc(w-idx) TO cup-importe.
           MOVE w-vencimiento TO cup-vencimiento.
           MOVE "E" TO cup-estado.
           MOVE w-fecha-hoy TO cup-fecha-emision.
           MOVE ZERO TO cup-fecha-pago.
           WRITE cup-reg
               INVALID KEY
                   ADD 1 TO w-cant-ya-emitidos
               NOT INVALID KEY
                   PERFORM 340-IMPRIMIR-CUPON
           END-WRITE.

       340-IMPRIMIR-CUPON.
           MOVE w-idx TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   MOVE "(socio no encontrado)" TO soc-nombre
           END-READ.
           MOVE w-empresa TO bar-empresa.
           MOVE w-idx TO bar-socio.
           CALL "DIGITO-SOCIO" USING bar-socio, bar-socio-dv.
           MOVE w-fecha-pedida TO bar-fecha-cuota.
           MOVE w-cuota-soc(w-idx) TO bar-importe.
           MOVE w-vencimiento TO bar-vencimiento.
           PERFORM 350-CALCULAR-DV.
           WRITE lis-reg FROM cupon-separador AFTER 2.
           WRITE lis-reg FROM cupon-club AFTER 1.
           MOVE w-idx TO cs-socio.
           MOVE bar-socio-dv TO cs-dv.
           MOVE soc-nombre TO cs-nombre.
           WRITE lis-reg FROM cupon-socio AFTER 1.
           MOVE w-fecha-pedida TO ci-fecha.
           MOVE w-cuota-soc(w-idx) TO ci-importe.
           MOVE w-vencimiento TO ci-vencimiento.
           WRITE lis-reg FROM cupon-importe AFTER 1.
           MOVE w-barra TO cb-barra.
           WRITE lis-reg FROM cupon-barra AFTER 2.
           ADD 1 TO w-cant-cupones.
           ADD w-cuota-soc(w-idx) TO w-imp-cupones.

       350-CALCULAR-DV.
      *    Alternating 1-3 weights over the 35 leading digits, modulo
      *    10: the usual check the networks run on scan, so a
      *    smudged digit is rejected at the window instead of
      *    reaching the rendicion.
           MOVE ZERO TO w-suma-dv.
           PERFORM 355-PESAR-DIGITO
               VARYING w-idx-barra FROM 1 BY 1
               UNTIL w-idx-barra > 35.
           DIVIDE w-suma-dv BY 10
               GIVING w-cociente REMAINDER w-resto-dv.
           IF w-resto-dv IS EQUAL ZERO
               MOVE ZERO TO bar-dv
           ELSE
               COMPUTE bar-dv = 10 - w-resto-dv
           END-IF.

       355-PESAR-DIGITO.
           DIVIDE w-idx-barra BY 2
               GIVING w-cociente REMAINDER w-peso.
           IF w-peso IS EQUAL ZERO
               MOVE 3 TO w-peso
           END-IF.
           COMPUTE w-suma-dv = w-suma-dv
               + bar-digito(w-idx-barra) * w-peso.

       700-FIN.
           CLOSE SOCIOS.
           IF w-debitos-master IS EQUAL "S"
               CLOSE DEBITOS
           END-IF.
           CLOSE CUPONES.
           CLOSE LISTADO.

       END PROGRAM EMITIR-CUPONES.
