      ******************************************************************
      * Author:
      * Date:
      * Purpose: Progress of a cuota extraordinaria campaign for the
      *          commission: for the campaign asked for, lists every
      *          socio billed so far with what went out to them (from
      *          the CAMPFACTURADO register GenerarExtraordinarias
      *          keeps), what of it has been collected (the pagos
      *          AplicarPagos applied in IMPUTACIONES to the campaign's
      *          charges) and what is still outstanding, with the
      *          campaign totals at the foot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAMPANIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT CAMPANIAS
           ASSIGN TO "CAMPANIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cmp-codigo
           FILE STATUS IS ws-campanias-status.

           SELECT CAMP-FACTURADO
           ASSIGN TO "CAMPFACTURADO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-campfact-status.

      *    IMPUTACIONES is rebuilt by every AplicarPagos run, so the
      *    collected figures are as of its last run.
           SELECT ARCH-IMPUTACIONES
           ASSIGN TO "IMPUTACIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-imputaciones-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOCAMPANIAS".

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANIAS.
       01  cmp-reg.
           03 cmp-codigo pic x(4).
           03 cmp-nombre pic x(30).
      *    What each socio contributes over the whole campaign.
           03 cmp-importe-socio pic 9(7)v99.
      *    Categoria letters the campaign applies to; all spaces
      *    means every categoria.
           03 cmp-categorias pic x(10).
           03 cmp-cant-cuotas pic 9(2).
      *    AAAAMM of the month the first installment is billed.
           03 cmp-mes-inicio pic 9(6).
           03 cmp-clase pic x.
           03 cmp-estado pic x.
           03 cmp-cuotas-emitidas pic 9(2).
           03 cmp-fecha-ult-gen pic 9(8).
           03 cmp-fecha-alta pic 9(8).
           03 cmp-supervisor pic x(10).

       FD  CAMP-FACTURADO.
       01  cmf-reg.
           03 cmf-campania pic x(4).
           03 cmf-socio pic 9(5).
           03 cmf-cuota pic 9(2).
           03 cmf-fecha pic 9(8).
           03 cmf-importe pic s9(7)v99.

       FD  ARCH-IMPUTACIONES.
       01  imp-reg.
           03 imp-socio pic 9(5).
           03 imp-fecha-pago pic 9(8).
           03 imp-fecha-cargo pic 9(8).
           03 imp-clase-cargo pic x.
           03 imp-importe pic s9(7)v99.
           03 imp-corrida-fecha pic 9(8).
           03 imp-corrida-hora pic 9(6).
           03 imp-sala pic 99.
           03 imp-medio pic x.

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
       01  ws-campanias-status pic xx.
       01  ws-campfact-status pic xx.
       01  ws-imputaciones-status pic xx.
       01  ws-socios-status pic xx.
       01  w-flag-campfact pic 9 value zero.
       01  w-flag-imputaciones pic 9 value zero.
       01  w-campania-valida pic x value "N".
       01  w-codigo pic x(4).
      *    Billed and collected per socio, indexed directly by the
      *    socio number.
       01  w-tabla-socios.
           03 w-socio-campania OCCURS 99999 TIMES.
               05 w-facturado pic s9(7)v99.
               05 w-cobrado pic s9(7)v99.
       01  w-idx-socio pic 9(6).
      *    The batch fechas the campaign's installments went out
      *    under: a pago applied to a charge of the campaign's clase
      *    on one of them is a pago of the campaign.
       01  w-tabla-fechas.
           03 w-fecha-lote OCCURS 24 TIMES pic 9(8).
       01  w-cant-fechas pic 9(2) value zero.
       01  w-idx-fecha pic 9(2).
       01  w-fecha-hallada pic x.
       01  w-nombre-socio pic x(30).
       01  w-pendiente pic s9(7)v99.
       01  w-cant-socios pic 9(5) value zero.
       01  w-tot-facturado pic s9(9)v99 value zero.
       01  w-tot-cobrado pic s9(9)v99 value zero.
       01  w-tot-pendiente pic s9(9)v99 value zero.
       01  cabecera1.
           03 filler pic x(10) value spaces.
           03 filler pic x(33) value
              "AVANCE DE LA CUOTA EXTRAORDINARIA".
           03 filler pic x value space.
           03 ca-codigo pic x(4).
           03 filler pic x(32) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(14) value "   FACTURADO".
           03 filler pic x(14) value "     COBRADO".
           03 filler pic x(14) value "   PENDIENTE".
       01  cabeceracampania.
           03 cc-nombre pic x(30).
           03 filler pic x(9) value "  cuotas ".
           03 cc-emitidas pic z9.
           03 filler pic x(4) value " de ".
           03 cc-cuotas pic z9.
           03 filler pic x(9) value "  clase ".
           03 cc-clase pic x.
           03 filler pic x(10) value "  estado ".
           03 cc-estado pic x.
           03 filler pic x(12) value spaces.
       01  detalle.
           03 l-socio pic 9(5).
           03 filler pic x value space.
           03 l-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-facturado pic -zzzzzz9,99.
           03 filler pic x(3) value spaces.
           03 l-cobrado pic -zzzzzz9,99.
           03 filler pic x(3) value spaces.
           03 l-pendiente pic -zzzzzz9,99.
           03 filler pic x(3) value spaces.
       01  totalcampania.
           03 filler pic x(10) value "TOTAL".
           03 tc-socios pic zzzz9.
           03 filler pic x(23) value " socios".
           03 tc-facturado pic -zzzzzzzz9,99.
           03 filler pic x value spaces.
           03 tc-cobrado pic -zzzzzzzz9,99.
           03 filler pic x value spaces.
           03 tc-pendiente pic -zzzzzzzz9,99.
           03 filler pic x(1) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-FACTURADO.
           PERFORM 300-CARGAR-COBRADO.
           PERFORM 400-LISTAR.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           OPEN INPUT CAMPANIAS.
           IF ws-campanias-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir CAMPANIAS, estado "
                       ws-campanias-status
               STOP RUN
           END-IF.
           PERFORM 110-PEDIR-CAMPANIA
               UNTIL w-campania-valida IS EQUAL "S".
           CLOSE CAMPANIAS.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT LISTADO.
           PERFORM 120-LIMPIAR-SOCIO
               VARYING w-idx-socio FROM 1 BY 1
               UNTIL w-idx-socio > 99999.

       110-PEDIR-CAMPANIA.
           DISPLAY "Ingrese el codigo de la campania".
           ACCEPT w-codigo.
           MOVE w-codigo TO cmp-codigo.
           READ CAMPANIAS
               INVALID KEY
                   DISPLAY "Error, la campania " w-codigo
                           " no existe"
               NOT INVALID KEY
                   MOVE "S" TO w-campania-valida
           END-READ.

       120-LIMPIAR-SOCIO.
           MOVE ZERO TO w-facturado(w-idx-socio).
           MOVE ZERO TO w-cobrado(w-idx-socio).

       200-CARGAR-FACTURADO.
           OPEN INPUT CAMP-FACTURADO.
           IF ws-campfact-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-campfact
           ELSE
               PERFORM 210-LEER-FACTURADO
           END-IF.
           PERFORM UNTIL w-flag-campfact IS EQUAL 1
               IF cmf-campania IS EQUAL cmp-codigo
                       AND cmf-socio IS > ZERO
                   ADD cmf-importe TO w-facturado(cmf-socio)
                   PERFORM 220-REGISTRAR-FECHA
               END-IF
               PERFORM 210-LEER-FACTURADO
           END-PERFORM.
           IF ws-campfact-status IS NOT EQUAL "35"
               CLOSE CAMP-FACTURADO
           END-IF.

       210-LEER-FACTURADO.
           READ CAMP-FACTURADO AT END MOVE 1 TO w-flag-campfact.

       220-REGISTRAR-FECHA.
           PERFORM 230-BUSCAR-FECHA.
           IF w-fecha-hallada IS NOT EQUAL "S"
                   AND w-cant-fechas IS < 24
               ADD 1 TO w-cant-fechas
               MOVE cmf-fecha TO w-fecha-lote(w-cant-fechas)
           END-IF.

       230-BUSCAR-FECHA.
           MOVE "N" TO w-fecha-hallada.
           PERFORM 235-COTEJAR-FECHA
               VARYING w-idx-fecha FROM 1 BY 1
               UNTIL w-idx-fecha > w-cant-fechas.

       235-COTEJAR-FECHA.
           IF w-fecha-lote(w-idx-fecha) IS EQUAL cmf-fecha
               MOVE "S" TO w-fecha-hallada
           END-IF.

       300-CARGAR-COBRADO.
           OPEN INPUT ARCH-IMPUTACIONES.
           IF ws-imputaciones-status IS NOT EQUAL "00"
               DISPLAY "AVISO: no hay IMPUTACIONES, corra "
                       "AplicarPagos para ver lo cobrado"
               MOVE 1 TO w-flag-imputaciones
           ELSE
               PERFORM 310-LEER-IMPUTACION
           END-IF.
           PERFORM UNTIL w-flag-imputaciones IS EQUAL 1
               IF imp-clase-cargo IS EQUAL cmp-clase
                       AND imp-socio IS > ZERO
                   PERFORM 320-SUMAR-COBRADO
               END-IF
               PERFORM 310-LEER-IMPUTACION
           END-PERFORM.
           IF ws-imputaciones-status IS NOT EQUAL "35"
               CLOSE ARCH-IMPUTACIONES
           END-IF.

       310-LEER-IMPUTACION.
           READ ARCH-IMPUTACIONES
               AT END MOVE 1 TO w-flag-imputaciones
           END-READ.

       320-SUMAR-COBRADO.
      *    Only a charge the campaign billed this socio on one of its
      *    own batch fechas counts; what was collected is never
      *    shown above what was billed.
           IF w-facturado(imp-socio) IS NOT EQUAL ZERO
               MOVE imp-fecha-cargo TO cmf-fecha
               PERFORM 230-BUSCAR-FECHA
               IF w-fecha-hallada IS EQUAL "S"
                   ADD imp-importe TO w-cobrado(imp-socio)
                   IF w-cobrado(imp-socio) IS >
                           w-facturado(imp-socio)
                       MOVE w-facturado(imp-socio) TO
                           w-cobrado(imp-socio)
                   END-IF
               END-IF
           END-IF.

       400-LISTAR.
           MOVE cmp-codigo TO ca-codigo.
           MOVE cmp-nombre TO cc-nombre.
           MOVE cmp-cuotas-emitidas TO cc-emitidas.
           MOVE cmp-cant-cuotas TO cc-cuotas.
           MOVE cmp-clase TO cc-clase.
           MOVE cmp-estado TO cc-estado.
           PERFORM 420-LISTAR-ENCABEZADO.
           PERFORM 430-ARMO-IMPRESION
               VARYING w-idx-socio FROM 1 BY 1
               UNTIL w-idx-socio > 99999.
           MOVE w-cant-socios TO tc-socios.
           MOVE w-tot-facturado TO tc-facturado.
           MOVE w-tot-cobrado TO tc-cobrado.
           MOVE w-tot-pendiente TO tc-pendiente.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM totalcampania AFTER 1.
           DISPLAY lis-reg.

       420-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabeceracampania AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       430-ARMO-IMPRESION.
           IF w-facturado(w-idx-socio) IS NOT EQUAL ZERO
               PERFORM 440-BUSCAR-SOCIO
               COMPUTE w-pendiente = w-facturado(w-idx-socio)
                   - w-cobrado(w-idx-socio)
               MOVE w-idx-socio TO l-socio
               MOVE w-nombre-socio TO l-nombre
               MOVE w-facturado(w-idx-socio) TO l-facturado
               MOVE w-cobrado(w-idx-socio) TO l-cobrado
               MOVE w-pendiente TO l-pendiente
               write lis-reg FROM detalle AFTER 1
                   AT END-OF-PAGE
                       PERFORM 420-LISTAR-ENCABEZADO
               END-WRITE
               DISPLAY lis-reg
               ADD 1 TO w-cant-socios
               ADD w-facturado(w-idx-socio) TO w-tot-facturado
               ADD w-cobrado(w-idx-socio) TO w-tot-cobrado
               ADD w-pendiente TO w-tot-pendiente
           END-IF.

       440-BUSCAR-SOCIO.
           MOVE w-idx-socio TO soc-numero.
           MOVE SPACES TO w-nombre-socio.
           READ SOCIOS
               INVALID KEY
                   MOVE "(socio no encontrado)" TO w-nombre-socio
               NOT INVALID KEY
                   MOVE soc-nombre TO w-nombre-socio
           END-READ.

       700-FIN.
           CLOSE SOCIOS.
           CLOSE LISTADO.

       END PROGRAM REPORTE-CAMPANIAS.
