      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection-efficiency report by billing month. Each
      *          month's cuotas (clase "Q" in HISTORIAL, net of
      *          reversals) are a cohort; the IMPUTACIONES AplicarPagos
      *          derives tell when and how each peso of them was
      *          paid. For every cohort of the asked range it prints
      *          the share collected within the billing month and
      *          within 30, 60 and 90 days, the total collected and
      *          what is still open, for the whole club and by
      *          categoria, and the same collection by the sala and
      *          the medio de pago (efectivo, debito automatico,
      *          cheque, transferencia) the pagos came in by, closing
      *          with a month-over-month summary, so the commission
      *          can see whether the direct-debit push and the new
      *          channels speed up collection. Figures are as of the
      *          last AplicarPagos run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFICIENCIA-COBRANZA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT ARCH-HISTORIAL
           ASSIGN TO "HISTORIAL"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-historial-status.

           SELECT ARCH-IMPUTACIONES
           ASSIGN TO "IMPUTACIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-imputaciones-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "EFICIENCIACOBRANZA".

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
           03 hst-corrida-fecha pic 9(8).
           03 hst-corrida-hora pic 9(6).

       FD  ARCH-IMPUTACIONES.
       01  imp-reg.
           03 imp-socio pic 9(5).
           03 imp-fecha-pago pic 9(8).
           03 imp-fecha-cargo pic 9(8).
           03 imp-clase-cargo pic x.
           03 imp-importe pic s9(7)v99.
           03 imp-corrida-fecha pic 9(8).
           03 imp-corrida-hora pic 9(6).
      *    Sala and medio of the pago ("E" efectivo, "C" cheque, "T"
      *    transferencia, "D" debito automatico); zero and space
      *    when the pago has no detail to pair with, such as a
      *    correccion.
           03 imp-sala pic 99.
           03 imp-medio pic x.

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

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-historial-status pic xx.
       01  ws-imputaciones-status pic xx.
       01  ws-socios-status pic xx.
       01  w-flag-hist pic 9 value zero.
       01  w-flag-imp pic 9 value zero.
       01  w-flag-socios pic 9 value zero.
      *    The range of billing months asked, at most two years.
       01  w-mes-desde pic 9(6).
       01  filler REDEFINES w-mes-desde.
           03 w-desde-aaaa pic 9(4).
           03 w-desde-mm pic 9(2).
       01  w-mes-hasta pic 9(6).
       01  filler REDEFINES w-mes-hasta.
           03 w-hasta-aaaa pic 9(4).
           03 w-hasta-mm pic 9(2).
       01  w-mes-valido pic x.
       01  w-nro-desde pic 9(6).
       01  w-nro-mes pic 9(6).
       01  w-cant-cohortes pic 9(2).
       01  w-idx-coh pic 9(2).
       01  w-fecha-cargo pic 9(8).
       01  filler REDEFINES w-fecha-cargo.
           03 w-car-aaaa pic 9(4).
           03 w-car-mm pic 9(2).
           03 w-car-dd pic 9(2).
       01  w-fecha-pago pic 9(8).
       01  filler REDEFINES w-fecha-pago.
           03 w-pag-aaaa pic 9(4).
           03 w-pag-mm pic 9(2).
           03 w-pag-dd pic 9(2).
      *    Days to collect run on the commercial 30/360 count, the
      *    same one the aging listing uses.
       01  w-dias-cargo pic s9(7).
       01  w-dias-pago pic s9(7).
       01  w-dias-cobro pic s9(7).
      *    Categoria of every socio as SOCIOS has it today.
       01  w-tabla-socios.
           03 w-soc-categoria OCCURS 99999 TIMES pic x.
       01  w-idx-socio pic 9(6).
      *    The categorias of the padron, sorted, plus a blank one for
      *    socios no longer on file when it is needed.
       01  w-tabla-categorias.
           03 w-cat-codigo OCCURS 20 TIMES pic x.
       01  w-cant-categorias pic 9(2) value zero.
       01  w-idx-cat pic 9(2).
       01  w-idx-cat2 pic 9(2).
       01  w-cat-hallada pic 9(2).
       01  w-cat-buscada pic x.
       01  w-cat-aux pic x.
       01  w-cat-llena pic x value "N".
      *    One block of lines per cohort: line 1 the whole club,
      *    2 to 21 the categorias in w-tabla-categorias order, 22 to
      *    121 salas 00 to 99, 122 to 126 the medios E, D, C, T and
      *    unknown. Collection is kept in five disjoint buckets:
      *    1 within the billing month (or paid ahead), 2 within 30
      *    days, 3 within 60, 4 within 90, 5 later.
       01  w-tabla-cohortes.
           03 w-coh OCCURS 24 TIMES.
               05 w-lin OCCURS 126 TIMES.
                   07 w-lin-facturado pic s9(9)v99.
                   07 w-lin-cobrado OCCURS 5 TIMES pic s9(9)v99.
       01  w-idx-lin pic 9(3).
       01  w-lin-cat pic 9(3).
       01  w-lin-sala pic 9(3).
       01  w-lin-medio pic 9(3).
       01  w-idx-bucket pic 9.
       01  w-bucket pic 9.
       01  w-sala-pago pic 99.
      *    Figures of the line being printed.
       01  w-base pic s9(9)v99.
       01  w-acum-cobrado pic s9(9)v99.
       01  w-pendiente pic s9(9)v99.
       01  w-porcentaje pic s9(3)v9.
       01  w-imp-debito pic s9(9)v99.
       01  w-cant-lineas pic 9(5) value zero.
       01  w-anio-edit pic 9(4).
       01  w-mes-edit pic 99.
       01  cabecera1.
           03 filler pic x(12) value spaces.
           03 filler pic x(46) value
              "EFICIENCIA DE COBRANZA POR MES DE FACTURACION".
           03 filler pic x(22) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(16) value "APERTURA".
           03 filler pic x(14) value "       IMPORTE".
           03 filler pic x(6) value "  %MES".
           03 filler pic x(6) value "   %30".
           03 filler pic x(6) value "   %60".
           03 filler pic x(6) value "   %90".
           03 filler pic x(6) value " %COBR".
           03 filler pic x(1) value space.
           03 filler pic x(14) value "     PENDIENTE".
           03 filler pic x(5) value spaces.
       01  linea-cohorte.
           03 filler pic x(20) value "MES DE FACTURACION ".
           03 lc-anio pic 9(4).
           03 filler pic x value "/".
           03 lc-mes pic 99.
           03 filler pic x(53) value spaces.
      *    The importe is what was billed on the club and categoria
      *    lines and what came in on the sala and medio lines; every
      *    percentage of the cohort's sala and medio lines is taken
      *    on the cohort's billing, so they add up to the club line.
       01  detalle.
           03 l-apertura pic x(16).
           03 l-importe pic zz.zzz.zz9,99-.
           03 l-pct OCCURS 5 TIMES.
               05 filler pic x value space.
               05 l-porcentaje pic zz9,9.
           03 filler pic x value space.
           03 l-pendiente-grupo.
               05 l-pendiente pic zz.zzz.zz9,99-.
           03 filler pic x(5) value spaces.
       01  cabecera-resumen.
           03 filler pic x(8) value "MES".
           03 filler pic x(14) value "     FACTURADO".
           03 filler pic x(6) value "  %MES".
           03 filler pic x(6) value "   %30".
           03 filler pic x(6) value "   %60".
           03 filler pic x(6) value "   %90".
           03 filler pic x(6) value " %COBR".
           03 filler pic x(8) value "  %DEBIT".
           03 filler pic x(20) value spaces.
       01  linea-resumen.
           03 lr-anio pic 9(4).
           03 filler pic x value "/".
           03 lr-mes pic 99.
           03 filler pic x value space.
           03 lr-facturado pic zz.zzz.zz9,99-.
           03 lr-pct OCCURS 5 TIMES.
               05 filler pic x value space.
               05 lr-porcentaje pic zz9,9.
           03 filler pic x(3) value spaces.
           03 lr-debito pic zz9,9.
           03 filler pic x(20) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-SOCIOS.
           PERFORM 250-ORDENAR-CATEGORIAS.
           PERFORM 300-ACUMULAR-FACTURADO.
           PERFORM 400-ACUMULAR-COBRADO.
           PERFORM 500-IMPRIMIR-REPORTE.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           MOVE "N" TO w-mes-valido.
           PERFORM UNTIL w-mes-valido IS EQUAL "S"
               DISPLAY "Ingrese el primer mes de facturacion (AAAAMM)"
               ACCEPT w-mes-desde
               DISPLAY "Ingrese el ultimo mes de facturacion (AAAAMM)"
               ACCEPT w-mes-hasta
               PERFORM 110-VALIDAR-RANGO
           END-PERFORM.
           PERFORM 120-LIMPIAR-COHORTE
               VARYING w-idx-coh FROM 1 BY 1
               UNTIL w-idx-coh > 24.
           OPEN OUTPUT LISTADO.
           PERFORM 130-LISTAR-ENCABEZADO.

       110-VALIDAR-RANGO.
           MOVE "S" TO w-mes-valido.
           IF w-desde-mm IS EQUAL ZERO OR w-desde-mm IS > 12
                   OR w-hasta-mm IS EQUAL ZERO OR w-hasta-mm IS > 12
                   OR w-mes-hasta IS < w-mes-desde
               DISPLAY "Error, los meses deben ser AAAAMM y el "
                       "ultimo no puede ser anterior al primero"
               MOVE "N" TO w-mes-valido
           ELSE
               COMPUTE w-nro-desde = w-desde-aaaa * 12 + w-desde-mm
               COMPUTE w-cant-cohortes =
                   w-hasta-aaaa * 12 + w-hasta-mm - w-nro-desde + 1
               IF w-cant-cohortes IS > 24
                   DISPLAY "Error, el rango no puede pasar de 24 "
                           "meses"
                   MOVE "N" TO w-mes-valido
               END-IF
           END-IF.

       120-LIMPIAR-COHORTE.
           PERFORM 122-LIMPIAR-LINEA
               VARYING w-idx-lin FROM 1 BY 1
               UNTIL w-idx-lin > 126.

       122-LIMPIAR-LINEA.
           MOVE ZERO TO w-lin-facturado(w-idx-coh, w-idx-lin).
           PERFORM 124-LIMPIAR-BUCKET
               VARYING w-idx-bucket FROM 1 BY 1
               UNTIL w-idx-bucket > 5.

       124-LIMPIAR-BUCKET.
           MOVE ZERO TO
               w-lin-cobrado(w-idx-coh, w-idx-lin, w-idx-bucket).

       130-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       135-NUEVA-PAGINA.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           WRITE lis-reg FROM cabecera2 AFTER 1.

      *    Finds w-cat-buscada among the categorias and adds it when
      *    new; w-cat-hallada is zero only when the table is full.
       140-BUSCAR-CATEGORIA.
           MOVE ZERO TO w-cat-hallada.
           PERFORM 145-COTEJAR-CATEGORIA
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > w-cant-categorias
                  OR w-cat-hallada IS > ZERO.
           IF w-cat-hallada IS EQUAL ZERO
               IF w-cant-categorias IS < 20
                   ADD 1 TO w-cant-categorias
                   MOVE w-cat-buscada TO
                       w-cat-codigo(w-cant-categorias)
                   MOVE w-cant-categorias TO w-cat-hallada
               ELSE
                   IF w-cat-llena IS EQUAL "N"
                       MOVE "S" TO w-cat-llena
                       DISPLAY "AVISO: mas de 20 categorias, la "
                               "categoria " w-cat-buscada
                               " queda fuera de la apertura"
                   END-IF
               END-IF
           END-IF.

       145-COTEJAR-CATEGORIA.
           IF w-cat-codigo(w-idx-cat) IS EQUAL w-cat-buscada
               MOVE w-idx-cat TO w-cat-hallada
           END-IF.

      *    Cohort of a charge fecha in w-fecha-cargo; zero when it
      *    falls outside the asked range.
       150-UBICAR-COHORTE.
           MOVE ZERO TO w-idx-coh.
           IF w-car-mm IS > ZERO AND w-car-mm IS NOT > 12
               COMPUTE w-nro-mes = w-car-aaaa * 12 + w-car-mm
               IF w-nro-mes IS NOT < w-nro-desde
                       AND w-nro-mes IS < w-nro-desde + w-cant-cohortes
                   COMPUTE w-idx-coh = w-nro-mes - w-nro-desde + 1
               END-IF
           END-IF.

      *    Line of the socio's categoria, zero when it has none.
       160-LINEA-CATEGORIA.
           MOVE SPACE TO w-cat-buscada.
           IF w-idx-socio IS > ZERO
                   AND w-idx-socio IS NOT > 99999
               MOVE w-soc-categoria(w-idx-socio) TO w-cat-buscada
           END-IF.
           PERFORM 140-BUSCAR-CATEGORIA.
           IF w-cat-hallada IS > ZERO
               COMPUTE w-lin-cat = w-cat-hallada + 1
           ELSE
               MOVE ZERO TO w-lin-cat
           END-IF.

       200-CARGAR-SOCIOS.
           PERFORM 205-LIMPIAR-SOCIO
               VARYING w-idx-socio FROM 1 BY 1
               UNTIL w-idx-socio > 99999.
           OPEN INPUT SOCIOS.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               CLOSE LISTADO
               STOP RUN
           END-IF.
           PERFORM 210-LEER-SOCIO.
           PERFORM UNTIL w-flag-socios IS EQUAL 1
               IF soc-numero IS > ZERO
                       AND soc-numero IS NOT > 99999
                   MOVE soc-categoria TO
                       w-soc-categoria(soc-numero)
                   MOVE soc-categoria TO w-cat-buscada
                   PERFORM 140-BUSCAR-CATEGORIA
               END-IF
               PERFORM 210-LEER-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.

       205-LIMPIAR-SOCIO.
           MOVE SPACE TO w-soc-categoria(w-idx-socio).

       210-LEER-SOCIO.
           READ SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-socios
           END-READ.

      *    Categorias in code order, so the apertura reads the same
      *    every month.
       250-ORDENAR-CATEGORIAS.
           PERFORM 255-PASADA-ORDEN
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat IS NOT < w-cant-categorias.

       255-PASADA-ORDEN.
           PERFORM 257-COMPARAR-CATEGORIAS
               VARYING w-idx-cat2 FROM 1 BY 1
               UNTIL w-idx-cat2 IS NOT < w-cant-categorias.

       257-COMPARAR-CATEGORIAS.
           IF w-cat-codigo(w-idx-cat2) IS >
                   w-cat-codigo(w-idx-cat2 + 1)
               MOVE w-cat-codigo(w-idx-cat2) TO w-cat-aux
               MOVE w-cat-codigo(w-idx-cat2 + 1) TO
                   w-cat-codigo(w-idx-cat2)
               MOVE w-cat-aux TO w-cat-codigo(w-idx-cat2 + 1)
           END-IF.

      *    What each cohort billed: its "Q" rows, reversals included
      *    so a cuota billed and reversed counts for nothing.
       300-ACUMULAR-FACTURADO.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir HISTORIAL, estado "
                       ws-historial-status
               CLOSE LISTADO
               STOP RUN
           END-IF.
           PERFORM 310-LEER-HISTORIAL.
           PERFORM UNTIL w-flag-hist IS EQUAL 1
               IF hst-clase IS EQUAL "Q"
                       AND hst-socio IS > ZERO
                   MOVE hst-fecha TO w-fecha-cargo
                   PERFORM 150-UBICAR-COHORTE
                   IF w-idx-coh IS > ZERO
                       PERFORM 320-SUMAR-FACTURADO
                   END-IF
               END-IF
               PERFORM 310-LEER-HISTORIAL
           END-PERFORM.
           CLOSE ARCH-HISTORIAL.

       310-LEER-HISTORIAL.
           READ ARCH-HISTORIAL AT END MOVE 1 TO w-flag-hist.

       320-SUMAR-FACTURADO.
           ADD hst-importe TO w-lin-facturado(w-idx-coh, 1).
           MOVE hst-socio TO w-idx-socio.
           PERFORM 160-LINEA-CATEGORIA.
           IF w-lin-cat IS > ZERO
               ADD hst-importe TO
                   w-lin-facturado(w-idx-coh, w-lin-cat)
           END-IF.

      *    How and when it was collected: every imputacion against a
      *    cohort's cuota, bucketed by the days from charge to pago.
       400-ACUMULAR-COBRADO.
           OPEN INPUT ARCH-IMPUTACIONES.
           IF ws-imputaciones-status IS NOT EQUAL "00"
               DISPLAY "AVISO: no hay IMPUTACIONES, correr "
                       "AplicarPagos; lo cobrado queda en cero"
               MOVE 1 TO w-flag-imp
           ELSE
               PERFORM 410-LEER-IMPUTACION
           END-IF.
           PERFORM UNTIL w-flag-imp IS EQUAL 1
               IF imp-clase-cargo IS EQUAL "Q"
                   MOVE imp-fecha-cargo TO w-fecha-cargo
                   PERFORM 150-UBICAR-COHORTE
                   IF w-idx-coh IS > ZERO
                       PERFORM 420-SUMAR-COBRADO
                   END-IF
               END-IF
               PERFORM 410-LEER-IMPUTACION
           END-PERFORM.
           IF ws-imputaciones-status IS NOT EQUAL "35"
               CLOSE ARCH-IMPUTACIONES
           END-IF.

       410-LEER-IMPUTACION.
           READ ARCH-IMPUTACIONES AT END MOVE 1 TO w-flag-imp.

       420-SUMAR-COBRADO.
           MOVE imp-fecha-pago TO w-fecha-pago.
           COMPUTE w-dias-cargo = w-car-aaaa * 360
               + w-car-mm * 30 + w-car-dd.
           COMPUTE w-dias-pago = w-pag-aaaa * 360
               + w-pag-mm * 30 + w-pag-dd.
           COMPUTE w-dias-cobro = w-dias-pago - w-dias-cargo.
           IF w-fecha-pago(1:6) IS NOT > w-fecha-cargo(1:6)
               MOVE 1 TO w-bucket
           ELSE
               IF w-dias-cobro IS NOT > 30
                   MOVE 2 TO w-bucket
               ELSE
                   IF w-dias-cobro IS NOT > 60
                       MOVE 3 TO w-bucket
                   ELSE
                       IF w-dias-cobro IS NOT > 90
                           MOVE 4 TO w-bucket
                       ELSE
                           MOVE 5 TO w-bucket
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    Imputaciones derived before the pago's sala and medio were
      *    carried read both back as spaces.
           IF imp-sala IS NUMERIC
               MOVE imp-sala TO w-sala-pago
           ELSE
               MOVE ZERO TO w-sala-pago
           END-IF.
           COMPUTE w-lin-sala = w-sala-pago + 22.
           EVALUATE imp-medio
               WHEN "E"
                   MOVE 122 TO w-lin-medio
               WHEN "D"
                   MOVE 123 TO w-lin-medio
               WHEN "C"
                   MOVE 124 TO w-lin-medio
               WHEN "T"
                   MOVE 125 TO w-lin-medio
               WHEN OTHER
                   MOVE 126 TO w-lin-medio
           END-EVALUATE.
           MOVE imp-socio TO w-idx-socio.
           PERFORM 160-LINEA-CATEGORIA.
           ADD imp-importe TO w-lin-cobrado(w-idx-coh, 1, w-bucket).
           ADD imp-importe TO
               w-lin-cobrado(w-idx-coh, w-lin-sala, w-bucket).
           ADD imp-importe TO
               w-lin-cobrado(w-idx-coh, w-lin-medio, w-bucket).
           IF w-lin-cat IS > ZERO
               ADD imp-importe TO
                   w-lin-cobrado(w-idx-coh, w-lin-cat, w-bucket)
           END-IF.

       500-IMPRIMIR-REPORTE.
           PERFORM 510-IMPRIMIR-COHORTE
               VARYING w-idx-coh FROM 1 BY 1
               UNTIL w-idx-coh > w-cant-cohortes.
           PERFORM 600-IMPRIMIR-RESUMEN.

       510-IMPRIMIR-COHORTE.
           COMPUTE w-nro-mes = w-nro-desde + w-idx-coh - 2.
           DIVIDE w-nro-mes BY 12 GIVING w-anio-edit
               REMAINDER w-mes-edit.
           ADD 1 TO w-mes-edit.
           MOVE w-anio-edit TO lc-anio.
           MOVE w-mes-edit TO lc-mes.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg AFTER 1.
           write lis-reg FROM linea-cohorte AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE 1 TO w-idx-lin.
           MOVE "TOTAL CLUB" TO l-apertura.
           PERFORM 520-IMPRIMIR-LINEA.
           PERFORM 530-IMPRIMIR-CATEGORIA
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > w-cant-categorias.
           PERFORM 540-IMPRIMIR-SALA
               VARYING w-idx-lin FROM 22 BY 1
               UNTIL w-idx-lin > 121.
           PERFORM 550-IMPRIMIR-MEDIO
               VARYING w-idx-lin FROM 122 BY 1
               UNTIL w-idx-lin > 126.

      *    The club and categoria lines are measured on their own
      *    billing and show what is still open; the sala and medio
      *    lines on the cohort's billing, with no pendiente of their
      *    own.
       520-IMPRIMIR-LINEA.
           MOVE ZERO TO w-acum-cobrado.
           IF w-idx-lin IS < 22
               MOVE w-lin-facturado(w-idx-coh, w-idx-lin) TO w-base
               MOVE w-base TO l-importe
           ELSE
               MOVE w-lin-facturado(w-idx-coh, 1) TO w-base
           END-IF.
           PERFORM 525-PORCENTAJE-BUCKET
               VARYING w-idx-bucket FROM 1 BY 1
               UNTIL w-idx-bucket > 5.
           IF w-idx-lin IS < 22
               COMPUTE w-pendiente = w-base - w-acum-cobrado
               MOVE w-pendiente TO l-pendiente
           ELSE
               MOVE w-acum-cobrado TO l-importe
               MOVE SPACES TO l-pendiente-grupo
           END-IF.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           ADD 1 TO w-cant-lineas.

      *    Buckets 1 to 4 print accumulated (within the month, 30,
      *    60, 90 days); the fifth column is everything collected.
       525-PORCENTAJE-BUCKET.
           ADD w-lin-cobrado(w-idx-coh, w-idx-lin, w-idx-bucket)
               TO w-acum-cobrado.
           IF w-base IS > ZERO
               COMPUTE w-porcentaje ROUNDED =
                   w-acum-cobrado * 100 / w-base
           ELSE
               MOVE ZERO TO w-porcentaje
           END-IF.
           MOVE w-porcentaje TO l-porcentaje(w-idx-bucket).

       530-IMPRIMIR-CATEGORIA.
           COMPUTE w-idx-lin = w-idx-cat + 1.
           IF w-lin-facturado(w-idx-coh, w-idx-lin) IS NOT EQUAL ZERO
               MOVE SPACES TO l-apertura
               IF w-cat-codigo(w-idx-cat) IS EQUAL SPACE
                   MOVE "CAT. (SIN DATO)" TO l-apertura
               ELSE
                   MOVE "CATEGORIA" TO l-apertura
                   MOVE w-cat-codigo(w-idx-cat) TO l-apertura(11:1)
               END-IF
               PERFORM 520-IMPRIMIR-LINEA
           END-IF.

       540-IMPRIMIR-SALA.
           PERFORM 560-HAY-COBRADO.
           IF w-acum-cobrado IS NOT EQUAL ZERO
               IF w-idx-lin IS EQUAL 22
                   MOVE "SALA (SIN DATO)" TO l-apertura
               ELSE
                   COMPUTE w-sala-pago = w-idx-lin - 22
                   MOVE "SALA" TO l-apertura
                   MOVE w-sala-pago TO l-apertura(6:2)
               END-IF
               PERFORM 520-IMPRIMIR-LINEA
           END-IF.

       550-IMPRIMIR-MEDIO.
           PERFORM 560-HAY-COBRADO.
           IF w-acum-cobrado IS NOT EQUAL ZERO
               EVALUATE w-idx-lin
                   WHEN 122
                       MOVE "EFECTIVO" TO l-apertura
                   WHEN 123
                       MOVE "DEBITO AUTOM." TO l-apertura
                   WHEN 124
                       MOVE "CHEQUE" TO l-apertura
                   WHEN 125
                       MOVE "TRANSFERENCIA" TO l-apertura
                   WHEN OTHER
                       MOVE "MEDIO (SIN DATO)" TO l-apertura
               END-EVALUATE
               PERFORM 520-IMPRIMIR-LINEA
           END-IF.

       560-HAY-COBRADO.
           MOVE ZERO TO w-acum-cobrado.
           PERFORM 565-SUMAR-BUCKET
               VARYING w-idx-bucket FROM 1 BY 1
               UNTIL w-idx-bucket > 5.

       565-SUMAR-BUCKET.
           ADD w-lin-cobrado(w-idx-coh, w-idx-lin, w-idx-bucket)
               TO w-acum-cobrado.

      *    Month over month: the club line of every cohort with the
      *    share of its billing the debit authorizations brought in.
       600-IMPRIMIR-RESUMEN.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg AFTER 1.
           MOVE "RESUMEN MES A MES" TO lis-reg.
           write lis-reg AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           WRITE lis-reg FROM cabecera-resumen AFTER 1.
           PERFORM 610-RESUMIR-COHORTE
               VARYING w-idx-coh FROM 1 BY 1
               UNTIL w-idx-coh > w-cant-cohortes.
           DISPLAY "Lineas de apertura impresas: " w-cant-lineas.

       610-RESUMIR-COHORTE.
           COMPUTE w-nro-mes = w-nro-desde + w-idx-coh - 2.
           DIVIDE w-nro-mes BY 12 GIVING w-anio-edit
               REMAINDER w-mes-edit.
           ADD 1 TO w-mes-edit.
           MOVE w-anio-edit TO lr-anio.
           MOVE w-mes-edit TO lr-mes.
           MOVE 1 TO w-idx-lin.
           MOVE w-lin-facturado(w-idx-coh, 1) TO w-base.
           MOVE w-base TO lr-facturado.
           MOVE ZERO TO w-acum-cobrado.
           PERFORM 615-PORCENTAJE-RESUMEN
               VARYING w-idx-bucket FROM 1 BY 1
               UNTIL w-idx-bucket > 5.
           MOVE 123 TO w-idx-lin.
           PERFORM 560-HAY-COBRADO.
           MOVE w-acum-cobrado TO w-imp-debito.
           IF w-base IS > ZERO
               COMPUTE w-porcentaje ROUNDED =
                   w-imp-debito * 100 / w-base
           ELSE
               MOVE ZERO TO w-porcentaje
           END-IF.
           MOVE w-porcentaje TO lr-debito.
           write lis-reg FROM linea-resumen AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.

       615-PORCENTAJE-RESUMEN.
           ADD w-lin-cobrado(w-idx-coh, 1, w-idx-bucket)
               TO w-acum-cobrado.
           IF w-base IS > ZERO
               COMPUTE w-porcentaje ROUNDED =
                   w-acum-cobrado * 100 / w-base
           ELSE
               MOVE ZERO TO w-porcentaje
           END-IF.
           MOVE w-porcentaje TO lr-porcentaje(w-idx-bucket).

       700-FIN.
           CLOSE LISTADO.

       END PROGRAM EFICIENCIA-COBRANZA.
