      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly route sheet for the door-to-door collectors.
      *          For each active cobrador (or the one asked for) it
      *          walks LEDGER-SOCIOS, keeps the socios in arrears whose
      *          CONTACTOS localidad falls inside the collector's zone,
      *          and prints name, domicilio, the debt the ledger holds
      *          and -- one line each -- the cuotas still unpaid, off
      *          the same oldest-first pairing of pagos against clase
      *          "Q"/"M" charges AplicarPagos derives the IMPUTACIONES
      *          from. Bajas are left off: the collector does not
      *          knock on the door of a socio who already left.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJA-RUTA-COBRADOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT COBRADORES
           ASSIGN TO "COBRADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cob-codigo
           FILE STATUS IS ws-cobradores-status.

      *    The ledger is walked once per collector, so it is opened
      *    dynamic and re-started from the first socio each time.
           SELECT LEDGER-SOCIOS
           ASSIGN TO "LEDGERSOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS led-socio
           FILE STATUS IS ws-ledger-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT CONTACTOS
           ASSIGN TO "CONTACTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS con-socio
           FILE STATUS IS ws-contactos-status.

      *    HISTORIAL-SOC is the settled archive organized by socio;
      *    one START reaches the member's rows directly. Without it
      *    the sheet still prints the ledger's debt, just not the
      *    cuota-by-cuota detail.
           SELECT HISTORIAL-SOC
           ASSIGN TO "HISTORIALSOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hsx-clave
           FILE STATUS IS ws-histsoc-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "HOJARUTA".

       DATA DIVISION.
       FILE SECTION.
       FD  COBRADORES.
       01  cob-reg.
           03 cob-codigo pic 9(3).
           03 cob-nombre pic x(30).
      *    The localidades that make up the collector's zone, spelled
      *    the way CONTACTOS carries them; unused slots are spaces.
           03 cob-zona OCCURS 5 TIMES pic x(20).
      *    Percentage of each rendicion the collector keeps.
           03 cob-comision pic 9(2)v99.
           03 cob-activo pic x.
           03 cob-fecha-alta pic 9(8).

       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.
           03 led-pagos pic s9(8)v99.
           03 led-fecha-mora pic 9(8).

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

       FD  CONTACTOS.
       01  con-reg.
           03 con-socio pic 9(5).
           03 con-domicilio pic x(30).
           03 con-localidad pic x(20).
           03 con-telefono pic x(15).

       FD  HISTORIAL-SOC.
       01  hsx-reg.
           03 hsx-clave.
               05 hsx-socio pic 9(5).
               05 hsx-corrida-fecha pic 9(8).
               05 hsx-corrida-hora pic 9(6).
               05 hsx-secuencia pic 9(4).
           03 hsx-fecha pic 9(8).
           03 hsx-clase pic x.
           03 hsx-mov pic x.
           03 hsx-importe pic s9(7)v99.

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-cobradores-status pic xx.
       01  ws-ledger-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-contactos-status pic xx.
       01  ws-histsoc-status pic xx.
      *    "N" when the site has not built the by-socio archive yet:
      *    the sheet then shows the debt without the cuota detail.
       01  w-histsoc-master pic x value "S".
       01  w-flag-cobradores pic 9 value zero.
       01  w-flag-ledger pic 9 value zero.
       01  w-flag-hsx pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-cobrador-ing pic 9(3).
       01  w-en-zona pic x.
       01  w-idx-zona pic 9.
       01  w-deuda pic s9(8)v99.
       01  w-cant-hoja pic 9(5).
       01  w-deuda-hoja pic s9(9)v99.
       01  w-cant-hojas pic 9(3) value zero.
      *    Open-item rebuild for the socio in hand: his clase "Q"/"M"
      *    charges in fecha order, with the pagos applied oldest
      *    first, the same pairing EstadoCuenta prints.
       01  w-tabla-cargos.
           03 w-cargo OCCURS 400 TIMES.
               05 w-car-fecha pic 9(8).
               05 w-car-clase pic x.
               05 w-car-importe pic s9(7)v99.
               05 w-car-saldo pic s9(7)v99.
       01  w-cant-cargos pic 9(3) value zero.
       01  w-credito pic s9(9)v99 value zero.
       01  w-idx-cargo pic 9(3).
       01  w-idx-rev pic 9(3).
       01  w-magnitud pic 9(7)v99.
       01  w-revertido pic x value "N".
       01  w-aplicar pic s9(7)v99.
       01  w-dv-calc pic 9.
       01  cabecera1.
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "HOJA DE RUTA DEL COBRADOR".
           03 hc-codigo pic 9(3).
           03 filler pic x value space.
           03 hc-nombre pic x(25).
           03 filler pic x(2) value spaces.
           03 hc-fecha pic 9(8).
           03 filler pic x value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "SOCIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "NOMBRE / DOMICILIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "LOCALIDAD".
           03 filler pic x(15) value "DEUDA".
           03 filler pic x(8) value "DESDE".
           03 filler pic x(6) value spaces.
       01  detalle.
           03 filler pic x value space.
      *    The socio is printed with its digito verificador, the way
      *    the collector writes it on the receipt and the rendicion
      *    keys it back.
           03 l-soc pic 9(5).
           03 filler pic x value "-".
           03 l-dv pic 9.
           03 filler pic x value space.
           03 l-nombre pic x(24).
           03 filler pic x(2) value spaces.
           03 l-localidad pic x(14).
           03 filler pic x value space.
           03 l-deuda pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-desde pic 9(8).
           03 filler pic x(7) value spaces.
       01  detalledomicilio.
           03 filler pic x(9) value spaces.
           03 ld-domicilio pic x(30).
           03 filler pic x(2) value spaces.
           03 ld-telefono pic x(15).
           03 filler pic x(24) value spaces.
       01  detallecuota.
           03 filler pic x(12) value spaces.
           03 filler pic x(7) value "cuota  ".
           03 lc-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 lc-clase pic x.
           03 filler pic x(2) value spaces.
           03 lc-importe pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lc-saldo pic zz.zzz.zz9,99.
           03 filler pic x(20) value spaces.
       01  totalhoja.
           03 filler pic x(2) value spaces.
           03 filler pic x(18) value "SOCIOS A VISITAR: ".
           03 th-cant pic zz.zz9.
           03 filler pic x(4) value spaces.
           03 filler pic x(14) value "DEUDA TOTAL: ".
           03 th-deuda pic zzz.zzz.zz9,99.
           03 filler pic x(22) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-cobrador-ing IS EQUAL ZERO
               PERFORM 210-TODOS-LOS-COBRADORES
           ELSE
               MOVE w-cobrador-ing TO cob-codigo
               READ COBRADORES
                   INVALID KEY
                       DISPLAY "Error, el cobrador " w-cobrador-ing
                               " no existe"
                   NOT INVALID KEY
                       PERFORM 300-EMITIR-HOJA
               END-READ
           END-IF.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT COBRADORES.
           IF ws-cobradores-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir COBRADORES, estado "
                       ws-cobradores-status
               STOP RUN
           END-IF.
           OPEN INPUT LEDGER-SOCIOS.
           IF ws-ledger-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir LEDGERSOCIOS, estado "
                       ws-ledger-status
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
      *    Without addresses there is no route to walk.
           OPEN INPUT CONTACTOS.
           IF ws-contactos-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir CONTACTOS, estado "
                       ws-contactos-status
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIAL-SOC.
           IF ws-histsoc-status IS NOT EQUAL "00"
               MOVE "N" TO w-histsoc-master
               DISPLAY "AVISO: no hay HISTORIALSOC, la hoja sale "
                       "sin el detalle de cuotas"
           END-IF.
           OPEN OUTPUT LISTADO.
           DISPLAY "Ingrese el codigo de cobrador (0 = todos)".
           ACCEPT w-cobrador-ing.

       210-TODOS-LOS-COBRADORES.
           MOVE ZERO TO w-flag-cobradores.
           MOVE ZERO TO cob-codigo.
           START COBRADORES KEY IS NOT < cob-codigo
               INVALID KEY
                   MOVE 1 TO w-flag-cobradores
           END-START.
           IF w-flag-cobradores IS NOT EQUAL 1
               PERFORM 220-LEER-COBRADOR
           END-IF.
           PERFORM UNTIL w-flag-cobradores IS EQUAL 1
               IF cob-activo IS EQUAL "S"
                   PERFORM 300-EMITIR-HOJA
               END-IF
               PERFORM 220-LEER-COBRADOR
           END-PERFORM.

       220-LEER-COBRADOR.
           READ COBRADORES NEXT RECORD
               AT END MOVE 1 TO w-flag-cobradores
           END-READ.

       300-EMITIR-HOJA.
      *    Each collector's sheet starts on its own page, since it is
      *    torn off and handed to him.
           MOVE ZERO TO w-cant-hoja.
           MOVE ZERO TO w-deuda-hoja.
           MOVE cob-codigo TO hc-codigo.
           MOVE cob-nombre TO hc-nombre.
           MOVE w-fecha-hoy TO hc-fecha.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE ZERO TO w-flag-ledger.
           MOVE ZERO TO led-socio.
           START LEDGER-SOCIOS KEY IS NOT < led-socio
               INVALID KEY
                   MOVE 1 TO w-flag-ledger
           END-START.
           IF w-flag-ledger IS NOT EQUAL 1
               PERFORM 310-LEER-LEDGER
           END-IF.
           PERFORM UNTIL w-flag-ledger IS EQUAL 1
               IF led-cargos IS > led-pagos
                   PERFORM 320-EVALUAR-SOCIO
               END-IF
               PERFORM 310-LEER-LEDGER
           END-PERFORM.
           MOVE w-cant-hoja TO th-cant.
           MOVE w-deuda-hoja TO th-deuda.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM totalhoja AFTER 1.
           DISPLAY "Cobrador " cob-codigo ": " w-cant-hoja
                   " socios a visitar".
           ADD 1 TO w-cant-hojas.

       310-LEER-LEDGER.
           READ LEDGER-SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-ledger
           END-READ.

       320-EVALUAR-SOCIO.
           MOVE led-socio TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   MOVE "B" TO soc-estado
           END-READ.
           IF soc-estado IS NOT EQUAL "B"
               MOVE led-socio TO con-socio
               READ CONTACTOS
                   INVALID KEY
                       MOVE SPACES TO con-localidad
               END-READ
               PERFORM 330-VERIFICAR-ZONA
               IF w-en-zona IS EQUAL "S"
                   PERFORM 400-IMPRIMIR-SOCIO
               END-IF
           END-IF.

       330-VERIFICAR-ZONA.
           MOVE "N" TO w-en-zona.
           IF con-localidad IS NOT EQUAL SPACES
               PERFORM 335-COTEJAR-ZONA
                   VARYING w-idx-zona FROM 1 BY 1
                   UNTIL w-idx-zona > 5
                      OR w-en-zona IS EQUAL "S"
           END-IF.

       335-COTEJAR-ZONA.
           IF cob-zona(w-idx-zona) IS EQUAL con-localidad
               MOVE "S" TO w-en-zona
           END-IF.

       400-IMPRIMIR-SOCIO.
           COMPUTE w-deuda = led-cargos - led-pagos.
           MOVE led-socio TO l-soc.
           CALL "DIGITO-SOCIO" USING led-socio, w-dv-calc.
           MOVE w-dv-calc TO l-dv.
           MOVE soc-nombre TO l-nombre.
           MOVE con-localidad TO l-localidad.
           MOVE w-deuda TO l-deuda.
           MOVE led-fecha-mora TO l-desde.
           write lis-reg FROM detalle AFTER 2
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER 1
                   WRITE lis-reg FROM cabecera3 AFTER 1
           END-WRITE.
           MOVE con-domicilio TO ld-domicilio.
           MOVE con-telefono TO ld-telefono.
           WRITE lis-reg FROM detalledomicilio AFTER 1.
           IF w-histsoc-master IS EQUAL "S"
               PERFORM 410-CARGAR-ABIERTAS
               PERFORM 430-APLICAR-CREDITO
                   VARYING w-idx-cargo FROM 1 BY 1
                   UNTIL w-idx-cargo > w-cant-cargos
                      OR w-credito IS NOT > ZERO
               PERFORM 440-IMPRIMIR-ABIERTA
                   VARYING w-idx-cargo FROM 1 BY 1
                   UNTIL w-idx-cargo > w-cant-cargos
           END-IF.
           ADD 1 TO w-cant-hoja.
           ADD w-deuda TO w-deuda-hoja.

       410-CARGAR-ABIERTAS.
           MOVE ZERO TO w-cant-cargos.
           MOVE ZERO TO w-credito.
           MOVE ZERO TO w-flag-hsx.
           MOVE led-socio TO hsx-socio.
           MOVE ZERO TO hsx-corrida-fecha.
           MOVE ZERO TO hsx-corrida-hora.
           MOVE ZERO TO hsx-secuencia.
           START HISTORIAL-SOC KEY IS NOT < hsx-clave
               INVALID KEY
                   MOVE 1 TO w-flag-hsx
           END-START.
           IF w-flag-hsx IS NOT EQUAL 1
               PERFORM 415-LEER-HISTSOC
           END-IF.
           PERFORM UNTIL w-flag-hsx IS EQUAL 1
                      OR hsx-socio IS NOT EQUAL led-socio
               PERFORM 420-CLASIFICAR-MOVIMIENTO
               PERFORM 415-LEER-HISTSOC
           END-PERFORM.

       415-LEER-HISTSOC.
           READ HISTORIAL-SOC NEXT RECORD
               AT END MOVE 1 TO w-flag-hsx
           END-READ.

       420-CLASIFICAR-MOVIMIENTO.
      *    Positive "Q"/"M" rows are the open items; "P" rows feed
      *    the credit to apply; a charge-side reversal cancels its
      *    matching original, newest first.
           IF hsx-clase IS EQUAL "P"
               ADD hsx-importe TO w-credito
           ELSE
               IF hsx-clase IS EQUAL "Q"
                       OR hsx-clase IS EQUAL "M"
                   IF hsx-importe IS NOT < ZERO
                       PERFORM 422-AGREGAR-CARGO
                   ELSE
                       PERFORM 424-REVERSAR-CARGO
                   END-IF
               END-IF
           END-IF.

       422-AGREGAR-CARGO.
           IF w-cant-cargos IS < 400
               ADD 1 TO w-cant-cargos
               MOVE hsx-fecha TO w-car-fecha(w-cant-cargos)
               MOVE hsx-clase TO w-car-clase(w-cant-cargos)
               MOVE hsx-importe TO w-car-importe(w-cant-cargos)
               MOVE hsx-importe TO w-car-saldo(w-cant-cargos)
           END-IF.

       424-REVERSAR-CARGO.
           COMPUTE w-magnitud = hsx-importe * -1.
           MOVE "N" TO w-revertido.
           PERFORM 426-BUSCAR-CARGO-IGUAL
               VARYING w-idx-rev FROM w-cant-cargos BY -1
               UNTIL w-idx-rev < 1
                  OR w-revertido IS EQUAL "S".
           IF w-revertido IS NOT EQUAL "S"
               ADD w-magnitud TO w-credito
           END-IF.

       426-BUSCAR-CARGO-IGUAL.
           IF w-car-saldo(w-idx-rev) IS EQUAL w-magnitud
                   AND w-car-clase(w-idx-rev) IS EQUAL hsx-clase
               MOVE ZERO TO w-car-saldo(w-idx-rev)
               MOVE "S" TO w-revertido
           END-IF.

       430-APLICAR-CREDITO.
           IF w-car-saldo(w-idx-cargo) IS > ZERO
               IF w-credito IS NOT < w-car-saldo(w-idx-cargo)
                   MOVE w-car-saldo(w-idx-cargo) TO w-aplicar
               ELSE
                   MOVE w-credito TO w-aplicar
               END-IF
               IF w-aplicar IS > ZERO
                   SUBTRACT w-aplicar FROM
                       w-car-saldo(w-idx-cargo)
                   SUBTRACT w-aplicar FROM w-credito
               END-IF
           END-IF.

       440-IMPRIMIR-ABIERTA.
           IF w-car-saldo(w-idx-cargo) IS > ZERO
               MOVE w-car-fecha(w-idx-cargo) TO lc-fecha
               MOVE w-car-clase(w-idx-cargo) TO lc-clase
               MOVE w-car-importe(w-idx-cargo) TO lc-importe
               MOVE w-car-saldo(w-idx-cargo) TO lc-saldo
               write lis-reg FROM detallecuota AFTER 1
                   AT END-OF-PAGE
                       WRITE lis-reg FROM cabecera1 AFTER 1
                       WRITE lis-reg FROM cabecera3 AFTER 1
               END-WRITE
           END-IF.

       700-FIN.
           CLOSE COBRADORES.
           CLOSE LEDGER-SOCIOS.
           CLOSE SOCIOS.
           CLOSE CONTACTOS.
           IF w-histsoc-master IS EQUAL "S"
               CLOSE HISTORIAL-SOC
           END-IF.
           CLOSE LISTADO.
           DISPLAY "Hojas de ruta emitidas: " w-cant-hojas.

       END PROGRAM HOJA-RUTA-COBRADOR.
