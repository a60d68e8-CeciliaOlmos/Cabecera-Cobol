      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly list of supplier invoices falling due. Reads
      *          the FACTURASPROV register CuentasAPagar keeps and
      *          prints, supplier by supplier, every pending invoice
      *          with a saldo that is already overdue (and by how
      *          many days) or that falls due within the next days,
      *          seven unless DIASVENCIMIENTO says otherwise, with
      *          each supplier's overdue and coming-due totals and
      *          the grand totals, so invoices get paid before the
      *          late fees start.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTOS-PROVEEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
      *    Read in key order the register comes grouped by supplier,
      *    oldest invoice numbers first.
           SELECT FACTURAS-PROV
           ASSIGN TO "FACTURASPROV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS fpr-clave
           FILE STATUS IS ws-facturas-status.

           SELECT PROVEEDORES
           ASSIGN TO "PROVEEDORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS prv-codigo
           FILE STATUS IS ws-proveedores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "VENCIMIENTOSPROV".

       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-PROV.
       01  fpr-reg.
           03 fpr-clave.
               05 fpr-proveedor pic 9(4).
               05 fpr-punto-venta pic 9(4).
               05 fpr-numero pic 9(8).
           03 fpr-fecha pic 9(8).
           03 fpr-vencimiento pic 9(8).
           03 fpr-importe pic 9(8)v99.
           03 fpr-pagado pic 9(8)v99.
           03 fpr-concepto pic x(30).
           03 fpr-estado pic x.
           03 fpr-fecha-ult-pago pic 9(8).
           03 fpr-operador pic x(10).
           03 fpr-supervisor pic x(10).

       FD  PROVEEDORES.
       01  prv-reg.
           03 prv-codigo pic 9(4).
           03 prv-razon-social pic x(30).
           03 prv-cuit pic 9(11).
           03 prv-concepto pic x(30).
           03 prv-activo pic x.
           03 prv-fecha-alta pic 9(8).

       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-facturas-status pic xx.
       01  ws-proveedores-status pic xx.
       01  w-flag-facturas pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  filler REDEFINES w-fecha-hoy.
           03 w-hoy-aaaa pic 9(4).
           03 w-hoy-mm pic 9(2).
           03 w-hoy-dd pic 9(2).
      *    Last vencimiento still listed as coming due: today plus
      *    the window, walked one calendar day at a time.
       01  w-fecha-limite pic 9(8).
       01  filler REDEFINES w-fecha-limite.
           03 w-lim-aaaa pic 9(4).
           03 w-lim-mm pic 9(2).
           03 w-lim-dd pic 9(2).
       01  w-fecha-venc pic 9(8).
       01  filler REDEFINES w-fecha-venc.
           03 w-ven-aaaa pic 9(4).
           03 w-ven-mm pic 9(2).
           03 w-ven-dd pic 9(2).
       01  w-dias-ventana pic 9(3) value 7.
       01  w-dias-ventana-env pic x(3).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-idx-dia pic 9(3).
      *    Days per month for walking the calendar; February's 28
      *    is stretched to 29 when the year divides by 4 but not by
      *    100, or by 400.
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(4).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
       01  w-dias-hoy pic s9(7).
       01  w-dias-venc pic s9(7).
       01  w-dias-dif pic s9(7).
       01  w-saldo pic s9(9)v99.
       01  w-prv-actual pic 9(4).
       01  w-prv-con-lineas pic x value "N".
       01  w-prv-vencido pic s9(9)v99.
       01  w-prv-por-vencer pic s9(9)v99.
       01  w-tot-vencido pic s9(9)v99 value zero.
       01  w-tot-por-vencer pic s9(9)v99 value zero.
       01  w-cant-facturas pic 9(5) value zero.
       01  cabecera1.
           03 filler pic x(20) value spaces.
           03 filler pic x(40) value
              "VENCIMIENTOS DE FACTURAS DE PROVEEDORES".
           03 filler pic x(20) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  linea-parametros.
           03 filler pic x(9) value "FECHA:   ".
           03 lp-hoy pic 9(8).
           03 filler pic x(30) value
              "    POR VENCER HASTA EL DIA   ".
           03 lp-limite pic 9(8).
           03 filler pic x(25) value spaces.
       01  linea-proveedor.
           03 filler pic x(10) value "PROVEEDOR ".
           03 lv-codigo pic 9(4).
           03 filler pic x(2) value spaces.
           03 lv-razon-social pic x(30).
           03 filler pic x(6) value " CUIT ".
           03 lv-cuit pic 9(11).
           03 filler pic x(17) value spaces.
       01  cabecera3.
           03 filler pic x(15) value "FACTURA".
           03 filler pic x(10) value "FECHA".
           03 filler pic x(10) value "VENCE".
           03 filler pic x(15) value "SITUACION  DIAS".
           03 filler pic x(15) value "         SALDO".
           03 filler pic x(15) value "CONCEPTO".
       01  detalle.
           03 l-punto-venta pic 9(4).
           03 filler pic x value "-".
           03 l-numero pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-vencimiento pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-situacion pic x(10).
           03 filler pic x value space.
           03 l-dias pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-saldo pic zz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-concepto pic x(14).
       01  linea-total.
           03 lt-titulo pic x(18).
           03 filler pic x(8) value "VENCIDO ".
           03 lt-vencido pic zz.zzz.zz9,99-.
           03 filler pic x(13) value "  POR VENCER ".
           03 lt-por-vencer pic zz.zzz.zz9,99-.
           03 filler pic x(13) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-FACTURA.
           PERFORM UNTIL w-flag-facturas IS EQUAL 1
               PERFORM 300-PROCESAR-FACTURA
               PERFORM 200-LEER-FACTURA
           END-PERFORM.
           PERFORM 400-CERRAR-PROVEEDOR.
           PERFORM 500-IMPRIMIR-TOTALES.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-dias-ventana-env FROM ENVIRONMENT
               "DIASVENCIMIENTO".
           MOVE ZERO TO w-largo-env.
           INSPECT w-dias-ventana-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-dias-ventana-env(1:w-largo-env) IS NUMERIC
                   MOVE w-dias-ventana-env(1:w-largo-env)
                       TO w-dias-ventana
               ELSE
                   DISPLAY "AVISO: DIASVENCIMIENTO " w-dias-ventana-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           IF w-dias-ventana IS EQUAL ZERO
                   OR w-dias-ventana IS > 366
               MOVE 7 TO w-dias-ventana
           END-IF.
           MOVE w-fecha-hoy TO w-fecha-limite.
           PERFORM 110-SUMAR-DIA
               VARYING w-idx-dia FROM 1 BY 1
               UNTIL w-idx-dia > w-dias-ventana.
      *    Days overdue run on the commercial 30/360 count, the same
      *    convention the aging buckets use.
           COMPUTE w-dias-hoy = w-hoy-aaaa * 360
               + w-hoy-mm * 30 + w-hoy-dd.
           OPEN OUTPUT LISTADO.
           PERFORM 130-LISTAR-ENCABEZADO.
           OPEN INPUT FACTURAS-PROV.
           IF ws-facturas-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir FACTURASPROV, estado "
                       ws-facturas-status
               CLOSE LISTADO
               STOP RUN
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF ws-proveedores-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir PROVEEDORES, estado "
                       ws-proveedores-status
               CLOSE FACTURAS-PROV
               CLOSE LISTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO w-prv-actual.

       110-SUMAR-DIA.
           MOVE w-dias-mes(w-lim-mm) TO w-dias-limite.
           IF w-lim-mm IS EQUAL 2
               PERFORM 115-VERIFICAR-BISIESTO
               IF w-bisiesto IS EQUAL "S"
                   MOVE 29 TO w-dias-limite
               END-IF
           END-IF.
           ADD 1 TO w-lim-dd.
           IF w-lim-dd IS > w-dias-limite
               MOVE 1 TO w-lim-dd
               ADD 1 TO w-lim-mm
               IF w-lim-mm IS > 12
                   MOVE 1 TO w-lim-mm
                   ADD 1 TO w-lim-aaaa
               END-IF
           END-IF.

       115-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-lim-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-lim-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-lim-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       130-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE w-fecha-hoy TO lp-hoy.
           MOVE w-fecha-limite TO lp-limite.
           WRITE lis-reg FROM linea-parametros AFTER 1.
           DISPLAY lis-reg.

       135-NUEVA-PAGINA.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       200-LEER-FACTURA.
           READ FACTURAS-PROV AT END MOVE 1 TO w-flag-facturas.

       300-PROCESAR-FACTURA.
           IF fpr-proveedor IS NOT EQUAL w-prv-actual
               PERFORM 400-CERRAR-PROVEEDOR
               MOVE fpr-proveedor TO w-prv-actual
               MOVE "N" TO w-prv-con-lineas
               MOVE ZERO TO w-prv-vencido
               MOVE ZERO TO w-prv-por-vencer
           END-IF.
      *    Cancelled and annulled invoices owe nothing; the rest is
      *    listed when already overdue or due inside the window.
           COMPUTE w-saldo = fpr-importe - fpr-pagado.
           IF fpr-estado IS EQUAL "P" AND w-saldo IS > ZERO
                   AND fpr-vencimiento IS NOT > w-fecha-limite
               PERFORM 310-IMPRIMIR-FACTURA
           END-IF.

       310-IMPRIMIR-FACTURA.
           IF w-prv-con-lineas IS EQUAL "N"
               PERFORM 320-IMPRIMIR-PROVEEDOR
               MOVE "S" TO w-prv-con-lineas
           END-IF.
           MOVE fpr-vencimiento TO w-fecha-venc.
           COMPUTE w-dias-venc = w-ven-aaaa * 360
               + w-ven-mm * 30 + w-ven-dd.
           MOVE fpr-punto-venta TO l-punto-venta.
           MOVE fpr-numero TO l-numero.
           MOVE fpr-fecha TO l-fecha.
           MOVE fpr-vencimiento TO l-vencimiento.
           IF fpr-vencimiento IS < w-fecha-hoy
               MOVE "VENCIDA" TO l-situacion
               COMPUTE w-dias-dif = w-dias-hoy - w-dias-venc
               ADD w-saldo TO w-prv-vencido
               ADD w-saldo TO w-tot-vencido
           ELSE
               MOVE "POR VENCER" TO l-situacion
               COMPUTE w-dias-dif = w-dias-venc - w-dias-hoy
               ADD w-saldo TO w-prv-por-vencer
               ADD w-saldo TO w-tot-por-vencer
           END-IF.
           MOVE w-dias-dif TO l-dias.
           MOVE w-saldo TO l-saldo.
           MOVE fpr-concepto TO l-concepto.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           ADD 1 TO w-cant-facturas.

       320-IMPRIMIR-PROVEEDOR.
           MOVE fpr-proveedor TO prv-codigo.
           READ PROVEEDORES
               INVALID KEY
                   MOVE "*** PROVEEDOR INEXISTENTE ***"
                       TO prv-razon-social
                   MOVE ZERO TO prv-cuit
           END-READ.
           MOVE fpr-proveedor TO lv-codigo.
           MOVE prv-razon-social TO lv-razon-social.
           MOVE prv-cuit TO lv-cuit.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg AFTER 1.
           write lis-reg FROM linea-proveedor AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       400-CERRAR-PROVEEDOR.
           IF w-prv-con-lineas IS EQUAL "S"
               MOVE "  TOTAL PROVEEDOR" TO lt-titulo
               MOVE w-prv-vencido TO lt-vencido
               MOVE w-prv-por-vencer TO lt-por-vencer
               write lis-reg FROM linea-total AFTER 1
                   AT END-OF-PAGE
                       PERFORM 135-NUEVA-PAGINA
               END-WRITE
               DISPLAY lis-reg
               MOVE "N" TO w-prv-con-lineas
           END-IF.

       500-IMPRIMIR-TOTALES.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg AFTER 1.
           MOVE "TOTAL GENERAL" TO lt-titulo.
           MOVE w-tot-vencido TO lt-vencido.
           MOVE w-tot-por-vencer TO lt-por-vencer.
           write lis-reg FROM linea-total AFTER 1
               AT END-OF-PAGE
                   PERFORM 135-NUEVA-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           DISPLAY "Facturas listadas: " w-cant-facturas.

       700-FIN.
           CLOSE FACTURAS-PROV.
           CLOSE PROVEEDORES.
           CLOSE LISTADO.

       END PROGRAM VENCIMIENTOS-PROVEEDORES.
