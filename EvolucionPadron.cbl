      ******************************************************************
      * Author:
      * Date:
      * Purpose: Padron evolution and membership statistics for one
      *          ejercicio, for the commission and the assembly
      *          memoria. The padron at the opening and at the close
      *          of the year is rebuilt from today's SOCIOS by rolling
      *          back the altas, bajas, suspensiones, reincorporaciones,
      *          reingresos and categoria moves AUDITSOCIOS logged
      *          after each date, so both counts reconcile to the
      *          padron on file. A reingreso (a former socio readmitted
      *          under the old number) is counted apart from the
      *          altas, so new members and returning ones read
      *          separately.
      *          Prints, per categoria and for the whole club, a
      *          month-by-month table of those movements with the
      *          running padron, the net growth and the retention
      *          (share of the opening padron still in it at the
      *          close), and writes the same table to the delimited
      *          EVOLUCIONEXPORT file the secretary charts from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVOLUCION-PADRON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT AUDIT-SOCIOS
           ASSIGN TO "AUDITSOCIOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-audit-status.

      *    The delimited copy of the table for the secretary's
      *    charts, rewritten on every run.
           SELECT EVOLUCION-EXPORT
           ASSIGN TO "EVOLUCIONEXPORT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-export-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "EVOLUCIONPADRON".

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDIT-SOCIOS.
       01  auds-reg.
           03 auds-operador pic x(10).
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).
      *    Categoria before and after a "K" move; programs that log
      *    other actions leave them off and read them as spaces.
           03 auds-cat-anterior pic x.
           03 auds-cat-nueva pic x.

       FD  EVOLUCION-EXPORT.
       01  exp-reg pic x(80).

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-socios-status pic xx.
       01  ws-audit-status pic xx.
       01  ws-export-status pic xx.
       01  w-flag-socios pic 9 value zero.
       01  w-flag-audit pic 9 value zero.
       01  w-ejercicio pic 9(4).
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-fecha-mov pic 9(8).
       01  filler REDEFINES w-fecha-mov.
           03 w-mov-aaaa pic 9(4).
           03 w-mov-mm pic 9(2).
           03 w-mov-dd pic 9(2).
      *    One entry per socio number. Today's estado and categoria
      *    come from SOCIOS; the first pass over AUDITSOCIOS keeps,
      *    for the opening (before w-fecha-desde) and the close
      *    (through w-fecha-hasta), the last estado movement (A, B,
      *    S, R, I) on or before the date and the first one after it,
      *    and the categoria a "K" move after the date started from.
      *    From those the estado and categoria at each date follow.
       01  w-tabla-socios.
           03 w-soc-ent OCCURS 99999 TIMES.
               05 w-soc-en-padron pic x.
               05 w-soc-estado pic x.
               05 w-soc-categoria pic x.
               05 w-soc-ant-ini pic x.
               05 w-soc-pos-ini pic x.
               05 w-soc-ant-fin pic x.
               05 w-soc-pos-fin pic x.
               05 w-soc-hay-k-ini pic x.
               05 w-soc-kcat-ini pic x.
               05 w-soc-hay-k-fin pic x.
               05 w-soc-kcat-fin pic x.
               05 w-soc-est-ini pic x.
               05 w-soc-est-fin pic x.
               05 w-soc-cat-ini pic x.
               05 w-soc-cat-fin pic x.
      *            Categoria as the second pass replays the year's
      *            "K" moves, so every movement lands on the
      *            categoria the socio had that day.
               05 w-soc-cat-corr pic x.
       01  w-idx-socio pic 9(6).
      *    Estado at a date, worked out by 420-ESTADO-A-LA-FECHA from
      *    the movements around it: space (not in the padron), A, S
      *    or B.
       01  w-ant-estado pic x.
       01  w-pos-estado pic x.
       01  w-estado-actual pic x.
       01  w-estado-fecha pic x.
      *    The categorias met on the padron and in the "K" moves,
      *    sorted before any counting; entry 21 holds the club's
      *    totals so the same print paragraphs serve both.
      *    Movement kinds: 1 altas, 2 bajas, 3 suspensiones,
      *    4 reincorporaciones, 5 pases de entrada, 6 pases de salida,
      *    7 reingresos.
       01  w-tabla-categorias.
           03 w-cat-ent OCCURS 21 TIMES.
               05 w-cat-codigo pic x.
               05 w-cat-inicial pic 9(5).
               05 w-cat-final pic 9(5).
               05 w-cat-retenidos pic 9(5).
               05 w-cat-ret-activos pic 9(5).
               05 w-cat-mes OCCURS 12 TIMES.
                   07 w-cat-mov OCCURS 7 TIMES pic 9(5).
       01  w-cant-categorias pic 9(2) value zero.
       01  w-idx-cat pic 9(2).
       01  w-idx-cat2 pic 9(2).
       01  w-cat-hallada pic 9(2).
       01  w-cat-buscada pic x.
       01  w-cat-aux pic x.
       01  w-cat-llena pic x value "N".
       01  w-idx-mes pic 9(2).
       01  w-idx-tipo pic 9.
       01  w-tipo-mov pic 9.
       01  w-neto-mes pic s9(5).
       01  w-padron-mes pic s9(6).
       01  w-neto-anio pic s9(6).
       01  w-retencion pic 9(3)v99.
       01  w-totales-tipo.
           03 w-tot-tipo OCCURS 7 TIMES pic 9(6).
      *    Reconciliation to the padron on file: the close plus the
      *    altas and bajas logged after it gives today's count.
       01  w-padron-actual pic 9(6) value zero.
       01  w-altas-post pic 9(6) value zero.
       01  w-bajas-post pic 9(6) value zero.
       01  w-reingresos-post pic 9(6) value zero.
       01  w-padron-control pic s9(7).
       01  w-cant-descuadres pic 9(3) value zero.
       01  w-cant-export pic 9(5) value zero.
       01  w-mes-edit pic z9.
       01  cabecera1.
           03 filler pic x(14) value spaces.
           03 filler pic x(33) value
              "EVOLUCION DEL PADRON - EJERCICIO ".
           03 ca-ejercicio pic 9(4).
           03 filler pic x(29) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(4) value "MES".
           03 filler pic x(7) value "  ALTAS".
           03 filler pic x(7) value "  BAJAS".
           03 filler pic x(7) value "  SUSP.".
           03 filler pic x(7) value " REINC.".
           03 filler pic x(7) value " PASE +".
           03 filler pic x(7) value " PASE -".
           03 filler pic x(7) value " REING.".
           03 filler pic x(7) value "   NETO".
           03 filler pic x(8) value "  PADRON".
           03 filler pic x(12) value spaces.
       01  linea-categoria.
           03 filler pic x(10) value "CATEGORIA ".
           03 lc-categoria pic x(22).
           03 filler pic x(17) value "PADRON AL INICIO ".
           03 lc-inicial pic zzzz9.
           03 filler pic x(26) value spaces.
       01  detalle.
           03 l-mes pic x(4).
           03 l-mov OCCURS 7 TIMES pic zzzzzz9.
           03 l-neto pic ------9.
           03 l-padron pic -------9.
           03 filler pic x(12) value spaces.
       01  linea-resumen.
           03 filler pic x(17) value "PADRON AL CIERRE ".
           03 lr-final pic zzzz9.
           03 filler pic x(13) value "  CREC. NETO ".
           03 lr-neto pic -----9.
           03 filler pic x(12) value "  RETENCION ".
           03 lr-retencion pic zz9,99.
           03 filler pic x(2) value " %".
           03 filler pic x(19) value spaces.
       01  linea-retencion.
           03 filler pic x(17) value "  RETENIDOS      ".
           03 lt-retenidos pic zzzz9.
           03 filler pic x(25) value
              "  DE ELLOS EN ESTADO A  ".
           03 lt-activos pic zzzz9.
           03 filler pic x(28) value spaces.
       01  linea-control.
           03 filler pic x(2) value spaces.
           03 lk-texto pic x(50).
           03 lk-cant pic ------9.
           03 filler pic x(21) value spaces.
      *    ";" as the separator, like the other exports: mes 00 is
      *    the opening padron, and categoria TODAS the club's total.
       01  exp-linea.
           03 el-ejercicio pic 9(4).
           03 filler pic x value ";".
           03 el-categoria pic x(5).
           03 filler pic x value ";".
           03 el-mes pic 9(2).
           03 filler pic x value ";".
           03 el-altas pic 9(5).
           03 filler pic x value ";".
           03 el-bajas pic 9(5).
           03 filler pic x value ";".
           03 el-suspensiones pic 9(5).
           03 filler pic x value ";".
           03 el-reincorporaciones pic 9(5).
           03 filler pic x value ";".
           03 el-pases-entrada pic 9(5).
           03 filler pic x value ";".
           03 el-pases-salida pic 9(5).
           03 filler pic x value ";".
           03 el-neto pic -9(5).
           03 filler pic x value ";".
           03 el-padron pic 9(6).
      *    Added after the padron so the columns the charts already
      *    read keep their places.
           03 filler pic x value ";".
           03 el-reingresos pic 9(5).
           03 filler pic x(8) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-PADRON.
           PERFORM 300-PRIMERA-PASADA.
           PERFORM 350-ORDENAR-CATEGORIAS.
           PERFORM 400-RECONSTRUIR-PADRON
               VARYING w-idx-socio FROM 1 BY 1
               UNTIL w-idx-socio > 99999.
           PERFORM 500-SEGUNDA-PASADA.
           PERFORM 600-IMPRIMIR-REPORTE.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "Ingrese el ejercicio a informar (AAAA)".
           ACCEPT w-ejercicio.
           PERFORM UNTIL w-ejercicio IS > ZERO
               DISPLAY "Error, el ejercicio debe ser positivo"
               ACCEPT w-ejercicio
           END-PERFORM.
           COMPUTE w-fecha-desde = w-ejercicio * 10000 + 0101.
           COMPUTE w-fecha-hasta = w-ejercicio * 10000 + 1231.
           PERFORM 110-LIMPIAR-SOCIO
               VARYING w-idx-socio FROM 1 BY 1
               UNTIL w-idx-socio > 99999.
           PERFORM 120-LIMPIAR-CATEGORIA
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > 21.
           OPEN OUTPUT LISTADO.
           MOVE w-ejercicio TO ca-ejercicio.
           PERFORM 130-LISTAR-ENCABEZADO.

       110-LIMPIAR-SOCIO.
           MOVE "N" TO w-soc-en-padron(w-idx-socio).
           MOVE SPACE TO w-soc-estado(w-idx-socio).
           MOVE SPACE TO w-soc-categoria(w-idx-socio).
           MOVE SPACE TO w-soc-ant-ini(w-idx-socio).
           MOVE SPACE TO w-soc-pos-ini(w-idx-socio).
           MOVE SPACE TO w-soc-ant-fin(w-idx-socio).
           MOVE SPACE TO w-soc-pos-fin(w-idx-socio).
           MOVE "N" TO w-soc-hay-k-ini(w-idx-socio).
           MOVE SPACE TO w-soc-kcat-ini(w-idx-socio).
           MOVE "N" TO w-soc-hay-k-fin(w-idx-socio).
           MOVE SPACE TO w-soc-kcat-fin(w-idx-socio).

       120-LIMPIAR-CATEGORIA.
           MOVE SPACE TO w-cat-codigo(w-idx-cat).
           MOVE ZERO TO w-cat-inicial(w-idx-cat).
           MOVE ZERO TO w-cat-final(w-idx-cat).
           MOVE ZERO TO w-cat-retenidos(w-idx-cat).
           MOVE ZERO TO w-cat-ret-activos(w-idx-cat).
           PERFORM 125-LIMPIAR-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > 12.

       125-LIMPIAR-MES.
           PERFORM 127-LIMPIAR-TIPO
               VARYING w-idx-tipo FROM 1 BY 1
               UNTIL w-idx-tipo > 7.

       127-LIMPIAR-TIPO.
           MOVE ZERO TO w-cat-mov(w-idx-cat, w-idx-mes, w-idx-tipo).

       130-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       135-NUEVA-PAGINA.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

      *    Finds w-cat-buscada among the categorias already met and
      *    adds it when new; w-cat-hallada is zero only when the
      *    table is full.
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
                               " queda fuera del informe"
                   END-IF
               END-IF
           END-IF.

       145-COTEJAR-CATEGORIA.
           IF w-cat-codigo(w-idx-cat) IS EQUAL w-cat-buscada
               MOVE w-idx-cat TO w-cat-hallada
           END-IF.

       200-CARGAR-PADRON.
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
                   MOVE "S" TO w-soc-en-padron(soc-numero)
                   MOVE soc-estado TO w-soc-estado(soc-numero)
                   MOVE soc-categoria TO
                       w-soc-categoria(soc-numero)
                   MOVE soc-categoria TO w-cat-buscada
                   PERFORM 140-BUSCAR-CATEGORIA
                   IF soc-estado IS NOT EQUAL "B"
                       ADD 1 TO w-padron-actual
                   END-IF
               END-IF
               PERFORM 210-LEER-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.

       210-LEER-SOCIO.
           READ SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-socios
           END-READ.

      *    First pass: the estado and categoria movements around the
      *    opening and the close of each socio. AUDITSOCIOS is only
      *    ever appended to, so file order is the order things
      *    happened in.
       300-PRIMERA-PASADA.
           MOVE ZERO TO w-flag-audit.
           OPEN INPUT AUDIT-SOCIOS.
           IF ws-audit-status IS NOT EQUAL "00"
               DISPLAY "AVISO: no hay AUDITSOCIOS en este sitio, el "
                       "padron se informa sin movimientos"
               MOVE 1 TO w-flag-audit
           ELSE
               PERFORM 310-LEER-AUDITORIA
           END-IF.
           PERFORM UNTIL w-flag-audit IS EQUAL 1
               IF auds-fecha IS NUMERIC
                       AND auds-socio IS NUMERIC
                   IF auds-socio IS > ZERO
                           AND auds-socio IS NOT > 99999
                       PERFORM 320-ANOTAR-MOVIMIENTO
                   END-IF
               END-IF
               PERFORM 310-LEER-AUDITORIA
           END-PERFORM.
           IF ws-audit-status IS NOT EQUAL "35"
               CLOSE AUDIT-SOCIOS
           END-IF.

       310-LEER-AUDITORIA.
           READ AUDIT-SOCIOS AT END MOVE 1 TO w-flag-audit.

       320-ANOTAR-MOVIMIENTO.
           MOVE auds-socio TO w-idx-socio.
           IF auds-accion IS EQUAL "A" OR "B" OR "S" OR "R" OR "I"
               IF auds-fecha IS < w-fecha-desde
                   MOVE auds-accion TO w-soc-ant-ini(w-idx-socio)
               ELSE
                   IF w-soc-pos-ini(w-idx-socio) IS EQUAL SPACE
                       MOVE auds-accion TO
                           w-soc-pos-ini(w-idx-socio)
                   END-IF
               END-IF
               IF auds-fecha IS NOT > w-fecha-hasta
                   MOVE auds-accion TO w-soc-ant-fin(w-idx-socio)
               ELSE
                   IF w-soc-pos-fin(w-idx-socio) IS EQUAL SPACE
                       MOVE auds-accion TO
                           w-soc-pos-fin(w-idx-socio)
                   END-IF
               END-IF
           END-IF.
           IF auds-accion IS EQUAL "K"
               MOVE auds-cat-anterior TO w-cat-buscada
               PERFORM 140-BUSCAR-CATEGORIA
               MOVE auds-cat-nueva TO w-cat-buscada
               PERFORM 140-BUSCAR-CATEGORIA
               IF auds-fecha IS NOT < w-fecha-desde
                       AND w-soc-hay-k-ini(w-idx-socio) IS EQUAL "N"
                   MOVE "S" TO w-soc-hay-k-ini(w-idx-socio)
                   MOVE auds-cat-anterior TO
                       w-soc-kcat-ini(w-idx-socio)
               END-IF
               IF auds-fecha IS > w-fecha-hasta
                       AND w-soc-hay-k-fin(w-idx-socio) IS EQUAL "N"
                   MOVE "S" TO w-soc-hay-k-fin(w-idx-socio)
                   MOVE auds-cat-anterior TO
                       w-soc-kcat-fin(w-idx-socio)
               END-IF
           END-IF.

      *    Categorias in code order, so the printed blocks and the
      *    exported rows come out the same every year.
       350-ORDENAR-CATEGORIAS.
           PERFORM 355-PASADA-ORDEN
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat IS NOT < w-cant-categorias.
           MOVE "*" TO w-cat-codigo(21).

       355-PASADA-ORDEN.
           PERFORM 357-COMPARAR-CATEGORIAS
               VARYING w-idx-cat2 FROM 1 BY 1
               UNTIL w-idx-cat2 IS NOT < w-cant-categorias.

       357-COMPARAR-CATEGORIAS.
           IF w-cat-codigo(w-idx-cat2) IS >
                   w-cat-codigo(w-idx-cat2 + 1)
               MOVE w-cat-codigo(w-idx-cat2) TO w-cat-aux
               MOVE w-cat-codigo(w-idx-cat2 + 1) TO
                   w-cat-codigo(w-idx-cat2)
               MOVE w-cat-aux TO w-cat-codigo(w-idx-cat2 + 1)
           END-IF.

      *    Estado and categoria of each socio at the opening and at
      *    the close, counted into the categoria it had then; the
      *    retention is counted on the opening categoria.
       400-RECONSTRUIR-PADRON.
           IF w-soc-en-padron(w-idx-socio) IS EQUAL "S"
               MOVE w-soc-estado(w-idx-socio) TO w-estado-actual
           ELSE
               MOVE SPACE TO w-estado-actual
           END-IF.
           MOVE w-soc-ant-ini(w-idx-socio) TO w-ant-estado.
           MOVE w-soc-pos-ini(w-idx-socio) TO w-pos-estado.
           PERFORM 420-ESTADO-A-LA-FECHA.
           MOVE w-estado-fecha TO w-soc-est-ini(w-idx-socio).
           MOVE w-soc-ant-fin(w-idx-socio) TO w-ant-estado.
           MOVE w-soc-pos-fin(w-idx-socio) TO w-pos-estado.
           PERFORM 420-ESTADO-A-LA-FECHA.
           MOVE w-estado-fecha TO w-soc-est-fin(w-idx-socio).
           IF w-soc-hay-k-ini(w-idx-socio) IS EQUAL "S"
               MOVE w-soc-kcat-ini(w-idx-socio) TO
                   w-soc-cat-ini(w-idx-socio)
           ELSE
               MOVE w-soc-categoria(w-idx-socio) TO
                   w-soc-cat-ini(w-idx-socio)
           END-IF.
           IF w-soc-hay-k-fin(w-idx-socio) IS EQUAL "S"
               MOVE w-soc-kcat-fin(w-idx-socio) TO
                   w-soc-cat-fin(w-idx-socio)
           ELSE
               MOVE w-soc-categoria(w-idx-socio) TO
                   w-soc-cat-fin(w-idx-socio)
           END-IF.
           MOVE w-soc-cat-ini(w-idx-socio) TO
               w-soc-cat-corr(w-idx-socio).
           IF w-soc-est-ini(w-idx-socio) IS EQUAL "A" OR "S"
               MOVE w-soc-cat-ini(w-idx-socio) TO w-cat-buscada
               PERFORM 140-BUSCAR-CATEGORIA
               IF w-cat-hallada IS > ZERO
                   ADD 1 TO w-cat-inicial(w-cat-hallada)
                   ADD 1 TO w-cat-inicial(21)
                   IF w-soc-est-fin(w-idx-socio) IS EQUAL "A" OR "S"
                       ADD 1 TO w-cat-retenidos(w-cat-hallada)
                       ADD 1 TO w-cat-retenidos(21)
                       IF w-soc-est-fin(w-idx-socio) IS EQUAL "A"
                           ADD 1 TO w-cat-ret-activos(w-cat-hallada)
                           ADD 1 TO w-cat-ret-activos(21)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF w-soc-est-fin(w-idx-socio) IS EQUAL "A" OR "S"
               MOVE w-soc-cat-fin(w-idx-socio) TO w-cat-buscada
               PERFORM 140-BUSCAR-CATEGORIA
               IF w-cat-hallada IS > ZERO
                   ADD 1 TO w-cat-final(w-cat-hallada)
                   ADD 1 TO w-cat-final(21)
               END-IF
           END-IF.

      *    With no estado movement after the date the socio stands
      *    as the padron has it today; otherwise the first movement
      *    after it tells what came before: an alta means not yet in
      *    the padron, a suspension means active, a reincorporacion
      *    means suspended, a reingreso means dado de baja, and a
      *    baja means whatever the last
      *    movement up to the date left (active unless suspended).
       420-ESTADO-A-LA-FECHA.
           EVALUATE w-pos-estado
               WHEN SPACE
                   MOVE w-estado-actual TO w-estado-fecha
               WHEN "A"
                   MOVE SPACE TO w-estado-fecha
               WHEN "S"
                   MOVE "A" TO w-estado-fecha
               WHEN "R"
                   MOVE "S" TO w-estado-fecha
               WHEN "I"
                   MOVE "B" TO w-estado-fecha
               WHEN OTHER
                   IF w-ant-estado IS EQUAL "S"
                       MOVE "S" TO w-estado-fecha
                   ELSE
                       MOVE "A" TO w-estado-fecha
                   END-IF
           END-EVALUATE.

      *    Second pass: the year's movements by month, each on the
      *    categoria the socio had that day, plus the altas and
      *    bajas after the close for the reconciliation to today.
       500-SEGUNDA-PASADA.
           MOVE ZERO TO w-flag-audit.
           OPEN INPUT AUDIT-SOCIOS.
           IF ws-audit-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-audit
           ELSE
               PERFORM 310-LEER-AUDITORIA
           END-IF.
           PERFORM UNTIL w-flag-audit IS EQUAL 1
               IF auds-fecha IS NUMERIC
                       AND auds-socio IS NUMERIC
                   IF auds-socio IS > ZERO
                           AND auds-socio IS NOT > 99999
                       PERFORM 510-CONTAR-MOVIMIENTO
                   END-IF
               END-IF
               PERFORM 310-LEER-AUDITORIA
           END-PERFORM.
           IF ws-audit-status IS NOT EQUAL "35"
               CLOSE AUDIT-SOCIOS
           END-IF.

       510-CONTAR-MOVIMIENTO.
           MOVE auds-socio TO w-idx-socio.
           MOVE auds-fecha TO w-fecha-mov.
           IF auds-fecha IS > w-fecha-hasta
               IF auds-accion IS EQUAL "A"
                   ADD 1 TO w-altas-post
               END-IF
               IF auds-accion IS EQUAL "B"
                   ADD 1 TO w-bajas-post
               END-IF
               IF auds-accion IS EQUAL "I"
                   ADD 1 TO w-reingresos-post
               END-IF
           END-IF.
           IF auds-fecha IS NOT < w-fecha-desde
                   AND auds-fecha IS NOT > w-fecha-hasta
                   AND w-mov-mm IS > ZERO
                   AND w-mov-mm IS NOT > 12
               MOVE ZERO TO w-tipo-mov
               EVALUATE auds-accion
                   WHEN "A"
                       MOVE 1 TO w-tipo-mov
                   WHEN "B"
                       MOVE 2 TO w-tipo-mov
                   WHEN "S"
                       MOVE 3 TO w-tipo-mov
                   WHEN "R"
                       MOVE 4 TO w-tipo-mov
                   WHEN "K"
                       MOVE 6 TO w-tipo-mov
                   WHEN "I"
                       MOVE 7 TO w-tipo-mov
               END-EVALUATE
               IF w-tipo-mov IS > ZERO
                   MOVE w-soc-cat-corr(w-idx-socio) TO w-cat-buscada
                   PERFORM 520-SUMAR-MOVIMIENTO
               END-IF
               IF auds-accion IS EQUAL "K"
                   MOVE 5 TO w-tipo-mov
                   MOVE auds-cat-nueva TO w-cat-buscada
                   PERFORM 520-SUMAR-MOVIMIENTO
                   MOVE auds-cat-nueva TO
                       w-soc-cat-corr(w-idx-socio)
               END-IF
           END-IF.

       520-SUMAR-MOVIMIENTO.
           PERFORM 140-BUSCAR-CATEGORIA.
           IF w-cat-hallada IS > ZERO
               ADD 1 TO w-cat-mov(w-cat-hallada, w-mov-mm,
                   w-tipo-mov)
               ADD 1 TO w-cat-mov(21, w-mov-mm, w-tipo-mov)
           END-IF.

       600-IMPRIMIR-REPORTE.
           OPEN OUTPUT EVOLUCION-EXPORT.
           IF ws-export-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir EVOLUCIONEXPORT, "
                       "estado " ws-export-status
               CLOSE LISTADO
               STOP RUN
           END-IF.
           PERFORM 610-IMPRIMIR-CATEGORIA
               VARYING w-idx-cat FROM 1 BY 1
               UNTIL w-idx-cat > w-cant-categorias.
           MOVE 21 TO w-idx-cat.
           PERFORM 610-IMPRIMIR-CATEGORIA.
           CLOSE EVOLUCION-EXPORT.
           PERFORM 680-CONCILIAR-PADRON.

       610-IMPRIMIR-CATEGORIA.
      *    A categoria with nobody at either end and no movement in
      *    the year (one only met on an old "K" move) is left out.
           PERFORM 615-TOTALIZAR-TIPOS.
           IF w-cat-inicial(w-idx-cat) IS > ZERO
                   OR w-cat-final(w-idx-cat) IS > ZERO
                   OR w-tot-tipo(1) IS > ZERO
                   OR w-tot-tipo(2) IS > ZERO
                   OR w-tot-tipo(3) IS > ZERO
                   OR w-tot-tipo(4) IS > ZERO
                   OR w-tot-tipo(5) IS > ZERO
                   OR w-tot-tipo(6) IS > ZERO
                   OR w-tot-tipo(7) IS > ZERO
               PERFORM 620-LISTAR-CATEGORIA
           END-IF.

       615-TOTALIZAR-TIPOS.
           PERFORM 617-TOTALIZAR-TIPO
               VARYING w-idx-tipo FROM 1 BY 1
               UNTIL w-idx-tipo > 7.

       617-TOTALIZAR-TIPO.
           MOVE ZERO TO w-tot-tipo(w-idx-tipo).
           PERFORM 619-SUMAR-MES-TIPO
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > 12.

       619-SUMAR-MES-TIPO.
           ADD w-cat-mov(w-idx-cat, w-idx-mes, w-idx-tipo)
               TO w-tot-tipo(w-idx-tipo).

       620-LISTAR-CATEGORIA.
           IF w-idx-cat IS EQUAL 21
               MOVE "TODAS" TO lc-categoria
               MOVE "TODAS" TO el-categoria
           ELSE
               IF w-cat-codigo(w-idx-cat) IS EQUAL SPACE
                   MOVE "(sin categoria)" TO lc-categoria
               ELSE
                   MOVE w-cat-codigo(w-idx-cat) TO lc-categoria
               END-IF
               MOVE w-cat-codigo(w-idx-cat) TO el-categoria
           END-IF.
           MOVE w-cat-inicial(w-idx-cat) TO lc-inicial.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg AFTER 1.
           write lis-reg FROM linea-categoria AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           MOVE w-cat-inicial(w-idx-cat) TO w-padron-mes.
      *    Mes 00 of the export is the opening padron.
           MOVE ZERO TO el-mes.
           MOVE ZERO TO el-altas el-bajas el-suspensiones
                        el-reincorporaciones el-pases-entrada
                        el-pases-salida el-neto el-reingresos.
           MOVE w-padron-mes TO el-padron.
           PERFORM 660-EXPORTAR-LINEA.
           PERFORM 630-LISTAR-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > 12.
           MOVE "TOT" TO l-mes.
           PERFORM 640-MOVER-TOTAL
               VARYING w-idx-tipo FROM 1 BY 1
               UNTIL w-idx-tipo > 7.
           COMPUTE w-neto-anio = w-padron-mes
                               - w-cat-inicial(w-idx-cat).
           MOVE w-neto-anio TO l-neto.
           MOVE w-padron-mes TO l-padron.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           PERFORM 650-LISTAR-RESUMEN.

       630-LISTAR-MES.
           MOVE w-idx-mes TO w-mes-edit.
           MOVE w-mes-edit TO l-mes.
           COMPUTE w-neto-mes =
                 w-cat-mov(w-idx-cat, w-idx-mes, 1)
               - w-cat-mov(w-idx-cat, w-idx-mes, 2)
               + w-cat-mov(w-idx-cat, w-idx-mes, 5)
               - w-cat-mov(w-idx-cat, w-idx-mes, 6)
               + w-cat-mov(w-idx-cat, w-idx-mes, 7).
           ADD w-neto-mes TO w-padron-mes.
           PERFORM 635-MOVER-MES
               VARYING w-idx-tipo FROM 1 BY 1
               UNTIL w-idx-tipo > 7.
           MOVE w-neto-mes TO l-neto.
           MOVE w-padron-mes TO l-padron.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           MOVE w-idx-mes TO el-mes.
           MOVE w-cat-mov(w-idx-cat, w-idx-mes, 1) TO el-altas.
           MOVE w-cat-mov(w-idx-cat, w-idx-mes, 2) TO el-bajas.
           MOVE w-cat-mov(w-idx-cat, w-idx-mes, 3) TO
               el-suspensiones.
           MOVE w-cat-mov(w-idx-cat, w-idx-mes, 4) TO
               el-reincorporaciones.
           MOVE w-cat-mov(w-idx-cat, w-idx-mes, 5) TO
               el-pases-entrada.
           MOVE w-cat-mov(w-idx-cat, w-idx-mes, 6) TO
               el-pases-salida.
           MOVE w-cat-mov(w-idx-cat, w-idx-mes, 7) TO
               el-reingresos.
           MOVE w-neto-mes TO el-neto.
           MOVE w-padron-mes TO el-padron.
           PERFORM 660-EXPORTAR-LINEA.

       635-MOVER-MES.
           MOVE w-cat-mov(w-idx-cat, w-idx-mes, w-idx-tipo)
               TO l-mov(w-idx-tipo).

       640-MOVER-TOTAL.
           MOVE w-tot-tipo(w-idx-tipo) TO l-mov(w-idx-tipo).

      *    The running padron after December must land on the close
      *    rebuilt from the padron on file; any gap is a movement
      *    AUDITSOCIOS is missing and is flagged, not hidden.
       650-LISTAR-RESUMEN.
           MOVE w-cat-final(w-idx-cat) TO lr-final.
           COMPUTE w-neto-anio = w-cat-final(w-idx-cat)
                               - w-cat-inicial(w-idx-cat).
           MOVE w-neto-anio TO lr-neto.
           IF w-cat-inicial(w-idx-cat) IS > ZERO
               COMPUTE w-retencion ROUNDED =
                   w-cat-retenidos(w-idx-cat) * 100
                   / w-cat-inicial(w-idx-cat)
           ELSE
               MOVE ZERO TO w-retencion
           END-IF.
           MOVE w-retencion TO lr-retencion.
           write lis-reg FROM linea-resumen AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           MOVE w-cat-retenidos(w-idx-cat) TO lt-retenidos.
           MOVE w-cat-ret-activos(w-idx-cat) TO lt-activos.
           write lis-reg FROM linea-retencion AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           IF w-padron-mes IS NOT EQUAL w-cat-final(w-idx-cat)
               COMPUTE w-padron-control = w-cat-final(w-idx-cat)
                                        - w-padron-mes
               MOVE "DESCUADRE: cierre menos padron por movimientos"
                   TO lk-texto
               MOVE w-padron-control TO lk-cant
               write lis-reg FROM linea-control AFTER 1
                   AT END-OF-PAGE
                       PERFORM 135-NUEVA-PAGINA
               END-WRITE
               DISPLAY lis-reg
               ADD 1 TO w-cant-descuadres
           END-IF.

       660-EXPORTAR-LINEA.
           MOVE w-ejercicio TO el-ejercicio.
           WRITE exp-reg FROM exp-linea.
           ADD 1 TO w-cant-export.

       680-CONCILIAR-PADRON.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg AFTER 1.
           MOVE "Padron al cierre del ejercicio" TO lk-texto.
           MOVE w-cat-final(21) TO lk-cant.
           PERFORM 690-LISTAR-CONTROL.
           MOVE "Altas registradas despues del cierre" TO lk-texto.
           MOVE w-altas-post TO lk-cant.
           PERFORM 690-LISTAR-CONTROL.
           MOVE "Bajas registradas despues del cierre" TO lk-texto.
           MOVE w-bajas-post TO lk-cant.
           PERFORM 690-LISTAR-CONTROL.
           MOVE "Reingresos registrados despues del cierre"
               TO lk-texto.
           MOVE w-reingresos-post TO lk-cant.
           PERFORM 690-LISTAR-CONTROL.
           MOVE "Padron vigente en SOCIOS" TO lk-texto.
           MOVE w-padron-actual TO lk-cant.
           PERFORM 690-LISTAR-CONTROL.
           COMPUTE w-padron-control = w-cat-final(21)
                                    + w-altas-post
                                    + w-reingresos-post
                                    - w-bajas-post
                                    - w-padron-actual.
           IF w-padron-control IS NOT EQUAL ZERO
               MOVE "DESCUADRE contra el padron vigente" TO lk-texto
               MOVE w-padron-control TO lk-cant
               PERFORM 690-LISTAR-CONTROL
               ADD 1 TO w-cant-descuadres
           END-IF.
           IF w-cant-descuadres IS > ZERO
               DISPLAY "AVISO: el padron no concilia en "
                       w-cant-descuadres " punto(s), revisar "
                       "AUDITSOCIOS"
           ELSE
               DISPLAY "Padron conciliado: apertura, movimientos, "
                       "cierre y padron vigente coinciden"
           END-IF.
           DISPLAY "Lineas exportadas a EVOLUCIONEXPORT: "
                   w-cant-export.

       690-LISTAR-CONTROL.
           write lis-reg FROM linea-control AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.

       700-FIN.
           CLOSE LISTADO.

       END PROGRAM EVOLUCION-PADRON.
