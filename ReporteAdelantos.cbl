      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end listing of cuotas collected in advance and
      *          not yet earned, for the accountant's balance sheet.
      *          Run after the month's GenerarCuotas, it lists every
      *          vigente prepayment in ADELANTOS with what the socio
      *          paid, what the months already billed have earned and
      *          the unearned balance the club still owes in service.
      *          The total for socios in service is the liability; a
      *          socio given de baja with balance left is marked and
      *          totalled apart, since that balance is a saldo a favor
      *          to refund through ReintegroSaldo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ADELANTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
      *    ADELANTOS is the prepayment register RegistrarAdelanto
      *    keeps and GenerarCuotas draws down month by month.
           SELECT ADELANTOS
           ASSIGN TO "ADELANTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS adl-clave
           FILE STATUS IS ws-adelantos-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOADELANTOS".

       DATA DIVISION.
       FILE SECTION.
       FD  ADELANTOS.
       01  adl-reg.
           03 adl-clave.
               05 adl-socio pic 9(5).
      *        AAAAMM of the first and last month covered.
               05 adl-mes-desde pic 9(6).
           03 adl-mes-hasta pic 9(6).
           03 adl-cant-meses pic 9(2).
           03 adl-cuota-tarifa pic 9(7)v99.
           03 adl-importe-bruto pic 9(8)v99.
           03 adl-porc-descuento pic 9(2).
           03 adl-descuento pic 9(8)v99.
           03 adl-importe-pagado pic 9(8)v99.
           03 adl-cuota-mensual pic 9(7)v99.
      *    What has not been earned yet.
           03 adl-saldo pic 9(8)v99.
           03 adl-ultimo-mes pic 9(6).
           03 adl-estado pic x.
           03 adl-fecha-pago pic 9(8).
           03 adl-operador pic x(10).
           03 adl-supervisor pic x(10).

       FD  SOCIOS.
       01  soc-reg.
           03 soc-numero pic 9(5).
           03 soc-nombre pic x(30).
           03 soc-estado pic x.
           03 soc-categoria pic x.
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-adelantos-status pic xx.
       01  ws-socios-status pic xx.
       01  w-flag-adelantos pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-nombre-socio pic x(30).
       01  w-de-baja pic x value "N".
       01  w-devengado pic 9(8)v99.
       01  w-cant-servicio pic 9(5) value zero.
       01  w-cant-bajas pic 9(5) value zero.
       01  w-tot-pagado pic 9(9)v99 value zero.
       01  w-tot-devengado pic 9(9)v99 value zero.
       01  w-tot-servicio pic 9(9)v99 value zero.
       01  w-tot-bajas pic 9(9)v99 value zero.
       01  cabecera1.
           03 filler pic x(8) value spaces.
           03 filler pic x(45) value
              "CUOTAS COBRADAS POR ADELANTADO NO DEVENGADAS".
           03 filler pic x(4) value " AL ".
           03 ca-fecha pic 9(8).
           03 filler pic x(15) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(5) value "SOCIO".
           03 filler pic x(23) value " NOMBRE".
           03 filler pic x(14) value "PERIODO".
           03 filler pic x(12) value "     PAGADO".
           03 filler pic x(12) value "  DEVENGADO".
           03 filler pic x(14) value "   NO DEVENG.".
       01  detalle.
           03 l-socio pic 9(5).
           03 filler pic x value space.
           03 l-nombre pic x(21).
           03 filler pic x value space.
           03 l-desde pic 9(6).
           03 filler pic x value "-".
           03 l-hasta pic 9(6).
           03 filler pic x value space.
           03 l-pagado pic zzzzzzz9,99.
           03 filler pic x value space.
           03 l-devengado pic zzzzzzz9,99.
           03 filler pic x value space.
           03 l-saldo pic zzzzzzz9,99.
      *    "*" marks a socio already de baja.
           03 filler pic x value space.
           03 l-marca pic x.
           03 filler pic x value space.
       01  totalservicio.
           03 filler pic x(42) value
              "PASIVO, SOCIOS EN SERVICIO:".
           03 ts-cant pic zzzz9.
           03 filler pic x(21) value spaces.
           03 ts-saldo pic zzzzzzzz9,99.
       01  totalbajas.
           03 filler pic x(42) value
              "* SOCIOS DE BAJA, A REINTEGRAR:".
           03 tb-cant pic zzzz9.
           03 filler pic x(21) value spaces.
           03 tb-saldo pic zzzzzzzz9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ADELANTO.
           PERFORM UNTIL w-flag-adelantos IS EQUAL 1
               IF adl-estado IS EQUAL "V"
                       AND adl-saldo IS > ZERO
                   PERFORM 300-ARMO-IMPRESION
               END-IF
               PERFORM 200-LEER-ADELANTO
           END-PERFORM.
           PERFORM 400-TOTALES.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT ADELANTOS.
           IF ws-adelantos-status IS NOT EQUAL "00"
               DISPLAY "No hay registro ADELANTOS, no hay cuotas "
                       "cobradas por adelantado"
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-hoy TO ca-fecha.
           PERFORM 220-LISTAR-ENCABEZADO.

       200-LEER-ADELANTO.
           READ ADELANTOS NEXT RECORD
               AT END MOVE 1 TO w-flag-adelantos
           END-READ.

       220-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       300-ARMO-IMPRESION.
           PERFORM 310-BUSCAR-SOCIO.
           COMPUTE w-devengado = adl-importe-pagado - adl-saldo.
           MOVE adl-socio TO l-socio.
           MOVE w-nombre-socio TO l-nombre.
           MOVE adl-mes-desde TO l-desde.
           MOVE adl-mes-hasta TO l-hasta.
           MOVE adl-importe-pagado TO l-pagado.
           MOVE w-devengado TO l-devengado.
           MOVE adl-saldo TO l-saldo.
           IF w-de-baja IS EQUAL "S"
               MOVE "*" TO l-marca
               ADD 1 TO w-cant-bajas
               ADD adl-saldo TO w-tot-bajas
           ELSE
               MOVE SPACE TO l-marca
               ADD 1 TO w-cant-servicio
               ADD adl-saldo TO w-tot-servicio
           END-IF.
           ADD adl-importe-pagado TO w-tot-pagado.
           ADD w-devengado TO w-tot-devengado.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 220-LISTAR-ENCABEZADO
           END-WRITE.
           DISPLAY lis-reg.

       310-BUSCAR-SOCIO.
           MOVE adl-socio TO soc-numero.
           MOVE SPACES TO w-nombre-socio.
           MOVE "N" TO w-de-baja.
           READ SOCIOS
               INVALID KEY
                   MOVE "(socio no encontrado)" TO w-nombre-socio
               NOT INVALID KEY
                   MOVE soc-nombre TO w-nombre-socio
                   IF soc-estado IS EQUAL "B"
                       MOVE "S" TO w-de-baja
                   END-IF
           END-READ.

       400-TOTALES.
           MOVE w-cant-servicio TO ts-cant.
           MOVE w-tot-servicio TO ts-saldo.
           MOVE w-cant-bajas TO tb-cant.
           MOVE w-tot-bajas TO tb-saldo.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM totalservicio AFTER 1.
           DISPLAY lis-reg.
           WRITE lis-reg FROM totalbajas AFTER 1.
           DISPLAY lis-reg.
           DISPLAY "Cobrado por adelantado: " w-tot-pagado
                   ", ya devengado: " w-tot-devengado.

       700-FIN.
           CLOSE ADELANTOS.
           CLOSE SOCIOS.
           CLOSE LISTADO.

       END PROGRAM REPORTE-ADELANTOS.
