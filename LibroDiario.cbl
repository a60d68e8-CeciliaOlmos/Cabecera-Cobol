      ******************************************************************
      * Author:
      * Date:
      * Purpose: Period journal (libro diario) for the accountant.
      *          Every settled movement of the asked period -- the
      *          ARCH-HISTORIAL rows, the ARCH-CORRECCIONES applied in
      *          it and the GASTOS paid in it -- is turned into its
      *          debe/haber pair through the PLANCUENTAS master: a
      *          cargo debits the SOCIOS (deudores) account against
      *          its clase's account, a pago debits the account of
      *          the medio it came in by against its clase's account,
      *          and a gasto debits its concepto's account against
      *          efectivo. Each fecha becomes one asiento with one line
      *          per cuenta. The period is refused, with the list of
      *          what is missing, when any movement maps to no cuenta;
      *          the delimited DIARIOEXPORT file the accountant's
      *          package imports is only written when every asiento
      *          balances.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-DIARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT PLAN-CUENTAS
           ASSIGN TO "PLANCUENTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS pc-clave
           FILE STATUS IS ws-plan-status.

      *    CLASES is the transaction-class master; whether a clase is
      *    a cargo or a pago runs off its lado, with the historical
      *    Q/P/M as the fallback.
           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

           SELECT ARCH-HISTORIAL
           ASSIGN TO "HISTORIAL"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-historial-status.

           SELECT ARCH-CORRECCIONES
           ASSIGN TO "ARCHCORRECCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-correcciones-status.

           SELECT GASTOS
           ASSIGN TO "GASTOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-gastos-status.

      *    HISTORIAL does not carry the medio de pago; it is taken
      *    from the original detail, still in ARCHTRANS or already
      *    moved to ARCHTRANSHIST (same layout).
           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

           SELECT ARCH-ARCHIVO
           ASSIGN TO "ARCHTRANSHIST"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-archivo-status.

      *    The delimited copy of the journal for the accountant's
      *    package, written only for a complete, balanced period.
           SELECT DIARIO-EXPORT
           ASSIGN TO "DIARIOEXPORT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-export-status.

           SELECT SORT-WORK
           ASSIGN TO "librodiario.tmp".

           SELECT LISTADO ASSIGN TO
           PRINTER, "LIBRODIARIO".

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-CUENTAS.
       01  pc-reg.
           03 pc-clave.
               05 pc-tipo pic x.
               05 pc-codigo pic x(30).
           03 pc-cuenta pic x(10).
           03 pc-nombre pic x(30).

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
           03 cls-descripcion pic x(20).
           03 cls-lado pic x.

       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
           03 hst-corrida-fecha pic 9(8).
           03 hst-corrida-hora pic 9(6).

       FD  ARCH-CORRECCIONES.
       01  cor-reg.
           03 cor-fecha pic 9(8).
           03 cor-socio pic 9(5).
           03 cor-clase pic x.
           03 cor-mov pic x.
           03 cor-importe pic s9(7)v99.
           03 cor-operador pic x(10).
           03 cor-supervisor pic x(10).
           03 cor-fecha-aplic pic 9(8).

       FD  GASTOS.
       01  gas-reg.
           03 gas-fecha pic 9(8).
           03 gas-concepto pic x(30).
           03 gas-importe pic 9(7)v99.
           03 gas-comprobante pic 9(8).
           03 gas-operador pic x(10).
           03 gas-supervisor pic x(10).

       FD  ARCH-TRANS.
       01  tr-cab-reg.
           03 tr-cab-tipo PIC X.
           03 tr-cab-fecha PIC 9(8).
           03 tr-cab-sala PIC 99.
       01  tr-det-reg.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
      *    cheque, "T" transferencia, "D" debito automatico.
           03 tr-det-medio PIC X.

       FD  ARCH-ARCHIVO.
       01  arc-cab-reg.
           03 arc-cab-tipo PIC X.
           03 arc-cab-fecha PIC 9(8).
           03 arc-cab-sala PIC 99.
       01  arc-det-reg.
           03 arc-det-tipo PIC X.
           03 arc-det-clase PIC X.
           03 arc-det-mov PIC X.
           03 arc-det-socio PIC 99999.
           03 arc-det-importe PIC S9(7)V99.
           03 arc-det-sala PIC 99.
           03 arc-det-medio PIC X.

       FD  DIARIO-EXPORT.
       01  exp-reg pic x(60).

       SD  SORT-WORK.
       01  sw-reg.
           03 sw-fecha pic 9(8).
           03 sw-cuenta pic x(10).
           03 sw-debe pic 9(9)v99.
           03 sw-haber pic 9(9)v99.

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-plan-status pic xx.
       01  ws-clases-status pic xx.
       01  ws-historial-status pic xx.
       01  ws-correcciones-status pic xx.
       01  ws-gastos-status pic xx.
       01  ws-arch-trans-status pic xx.
       01  ws-archivo-status pic xx.
       01  ws-export-status pic xx.
       01  w-flag-plan pic 9 value zero.
       01  w-flag-clases pic 9 value zero.
       01  w-flag-hist pic 9 value zero.
       01  w-flag-correcciones pic 9 value zero.
       01  w-flag-gastos pic 9 value zero.
       01  w-flag-transc pic 9 value zero.
       01  w-flag-archivo pic 9 value zero.
       01  w-flag-sort pic 9 value zero.
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-fecha-actual pic 9(8).
      *    The accepted clase letters and their ledger side, loaded
      *    once (or primed with the historical Q/P/M when the site
      *    has no CLASES master yet).
       01  w-tabla-clases.
           03 w-clase-ent OCCURS 20 TIMES.
               05 w-cls-codigo pic x.
               05 w-cls-lado pic x.
       01  w-cant-clases pic 9(2) value zero.
       01  w-idx-clase pic 9(2).
       01  w-clase-buscada pic x.
       01  w-clase-lado pic x.
      *    The plan de cuentas, loaded once. w-pc-largo is the length
      *    of the code without its trailing blanks, for the gasto
      *    conceptos matched on their leading words.
       01  w-tabla-plan.
           03 w-plan-ent OCCURS 500 TIMES.
               05 w-pc-tipo pic x.
               05 w-pc-codigo pic x(30).
               05 w-pc-largo pic 9(2).
               05 w-pc-cuenta pic x(10).
               05 w-pc-nombre pic x(30).
       01  w-cant-plan pic 9(3) value zero.
       01  w-idx-plan pic 9(3).
       01  w-buscar-tipo pic x.
       01  w-buscar-codigo pic x(30).
       01  w-cuenta-hallada pic x(10).
       01  w-largo-hallado pic 9(2).
       01  w-largo-fin pic x.
      *    The non-cash pago details of the period, so each HISTORIAL
      *    pago can be paired with the medio it came in by; a detail
      *    is used once, so two equal pagos of a socio the same day
      *    keep their own medios.
       01  w-tabla-medios.
           03 w-medio-ent OCCURS 5000 TIMES.
               05 w-md-fecha pic 9(8).
               05 w-md-socio pic 9(5).
               05 w-md-clase pic x.
               05 w-md-importe pic s9(7)v99.
               05 w-md-medio pic x.
               05 w-md-usado pic x.
       01  w-cant-medios pic 9(4) value zero.
       01  w-idx-medio pic 9(4).
       01  w-medio-mov pic x.
      *    The imputaciones the plan does not carry, listed instead of
      *    the journal when the period is refused.
       01  w-tabla-faltantes.
           03 w-falta-ent OCCURS 50 TIMES.
               05 w-fa-tipo pic x.
               05 w-fa-codigo pic x(30).
               05 w-fa-cant pic 9(5).
               05 w-fa-importe pic s9(9)v99.
       01  w-cant-faltantes pic 9(2) value zero.
       01  w-idx-falta pic 9(2).
       01  w-falta-hallada pic x.
       01  w-cant-sin-cuenta pic 9(5) value zero.
      *    The journal itself: one line per fecha and cuenta, built
      *    from the sorted pairs before anything is printed, so the
      *    period can be refused as a whole.
       01  w-tabla-diario.
           03 w-diario-ent OCCURS 5000 TIMES.
               05 w-dia-fecha pic 9(8).
               05 w-dia-cuenta pic x(10).
               05 w-dia-debe pic 9(9)v99.
               05 w-dia-haber pic 9(9)v99.
       01  w-cant-diario pic 9(4) value zero.
       01  w-idx-diario pic 9(4).
       01  w-desborde-medios pic x value "N".
       01  w-desborde-diario pic x value "N".
       01  w-asiento-mal pic x value "N".
      *    The movement being imputed, whatever file it came from.
       01  w-mov-fecha pic 9(8).
       01  w-mov-importe pic s9(7)v99.
       01  w-mov-abs pic 9(9)v99.
       01  w-cuenta-debe pic x(10).
       01  w-cuenta-haber pic x(10).
       01  w-imputable pic x.
       01  w-cant-movimientos pic 9(6) value zero.
       01  w-cant-asientos pic 9(5) value zero.
       01  w-asiento-fecha pic 9(8).
       01  w-asiento-debe pic 9(10)v99 value zero.
       01  w-asiento-haber pic 9(10)v99 value zero.
       01  w-total-debe pic 9(11)v99 value zero.
       01  w-total-haber pic 9(11)v99 value zero.
       01  cabecera1.
           03 filler pic x(12) value spaces.
           03 filler pic x(20) value "LIBRO DIARIO DEL ".
           03 ca-desde pic 9(8).
           03 filler pic x(4) value " AL ".
           03 ca-hasta pic 9(8).
           03 filler pic x(28) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(2) value spaces.
           03 filler pic x(11) value "CUENTA".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(18) value "             DEBE".
           03 filler pic x(18) value "            HABER".
       01  linea-asiento.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "ASIENTO ".
           03 la-numero pic zzzz9.
           03 filler pic x(8) value "  FECHA ".
           03 la-fecha pic 9(8).
           03 filler pic x(49) value spaces.
       01  detalle.
           03 filler pic x(2) value spaces.
           03 l-cuenta pic x(10).
           03 filler pic x(1) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 l-debe pic zzz.zzz.zz9,99.
           03 filler pic x(4) value spaces.
           03 l-haber pic zzz.zzz.zz9,99.
           03 filler pic x(4) value spaces.
       01  total-asiento.
           03 filler pic x(14) value spaces.
           03 ta-leyenda pic x(30).
           03 filler pic x(1) value spaces.
           03 ta-debe pic zzz.zzz.zz9,99.
           03 filler pic x(4) value spaces.
           03 ta-haber pic zzz.zzz.zz9,99.
           03 filler pic x(4) value spaces.
       01  total-periodo.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "TOTALES: ".
           03 tp-asientos pic zzzz9.
           03 filler pic x(10) value " asientos".
           03 tp-debe pic zz.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 tp-haber pic zz.zzz.zzz.zz9,99.
           03 filler pic x(18) value spaces.
       01  cabecera-faltantes.
           03 filler pic x(2) value spaces.
           03 filler pic x(50) value
              "MOVIMIENTOS SIN CUENTA EN EL PLAN DE CUENTAS".
           03 filler pic x(28) value spaces.
       01  cabecera-faltantes2.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "TIPO".
           03 filler pic x(31) value "CODIGO".
           03 filler pic x(8) value "  MOVS.".
           03 filler pic x(18) value "          IMPORTE".
           03 filler pic x(16) value spaces.
       01  detalle-faltante.
           03 filler pic x(3) value spaces.
           03 lf-tipo pic x.
           03 filler pic x(3) value spaces.
           03 lf-codigo pic x(30).
           03 filler pic x(1) value spaces.
           03 lf-cant pic zzzz9.
           03 filler pic x(3) value spaces.
           03 lf-importe pic -zzz.zzz.zz9,99.
           03 filler pic x(19) value spaces.
       01  linea-rechazo.
           03 filler pic x(2) value spaces.
           03 lr-texto pic x(78).
      *    ";" as the separator, like the CSV export: the amounts use
      *    the comma as their decimal point.
       01  exp-linea.
           03 el-fecha pic 9(8).
           03 filler pic x value ";".
           03 el-asiento pic 9(5).
           03 filler pic x value ";".
           03 el-cuenta pic x(10).
           03 filler pic x value ";".
           03 el-debe pic 9(9),99.
           03 filler pic x value ";".
           03 el-haber pic 9(9),99.
           03 filler pic x(9) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
      *    Same input/output-procedure SORT structure OrdenarTrans
      *    uses: every movement is released as its debe and haber
      *    halves and comes back ordered by fecha and cuenta.
           SORT SORT-WORK
               ON ASCENDING KEY sw-fecha
                  ASCENDING KEY sw-cuenta
               INPUT PROCEDURE IS 200-CARGAR-MOVIMIENTOS
               OUTPUT PROCEDURE IS 400-ARMAR-DIARIO.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-desde TO ca-desde.
           MOVE w-fecha-hasta TO ca-hasta.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           IF w-cant-sin-cuenta IS > ZERO
               PERFORM 500-LISTAR-FALTANTES
           ELSE
               IF w-desborde-medios IS EQUAL "S"
                       OR w-desborde-diario IS EQUAL "S"
                   PERFORM 520-RECHAZAR-DESBORDE
               ELSE
                   PERFORM 600-IMPRIMIR-DIARIO
               END-IF
           END-IF.
           CLOSE LISTADO.
           STOP RUN.

       100-INICIO.
           DISPLAY "Ingrese la fecha desde (AAAAMMDD)".
           ACCEPT w-fecha-desde.
           PERFORM UNTIL w-fecha-desde IS > ZERO
               DISPLAY "Error, la fecha debe ser positiva"
               ACCEPT w-fecha-desde
           END-PERFORM.
           DISPLAY "Ingrese la fecha hasta (AAAAMMDD)".
           ACCEPT w-fecha-hasta.
           PERFORM UNTIL w-fecha-hasta IS NOT < w-fecha-desde
               DISPLAY "Error, la fecha hasta no puede ser anterior "
                       "a la fecha desde"
               ACCEPT w-fecha-hasta
           END-PERFORM.
           PERFORM 110-CARGAR-CLASES.
           PERFORM 130-CARGAR-PLAN.
           PERFORM 150-CARGAR-MEDIOS.

       110-CARGAR-CLASES.
           MOVE ZERO TO w-cant-clases.
           OPEN INPUT CLASES.
           IF ws-clases-status IS NOT EQUAL "00"
               PERFORM 118-CLASES-DE-FABRICA
           ELSE
               PERFORM 116-LEER-CLASE
               PERFORM UNTIL w-flag-clases IS EQUAL 1
                          OR w-cant-clases IS NOT < 20
                   ADD 1 TO w-cant-clases
                   MOVE cls-codigo TO
                       w-cls-codigo(w-cant-clases)
                   MOVE cls-lado TO w-cls-lado(w-cant-clases)
                   PERFORM 116-LEER-CLASE
               END-PERFORM
               CLOSE CLASES
               IF w-cant-clases IS EQUAL ZERO
                   PERFORM 118-CLASES-DE-FABRICA
               END-IF
           END-IF.

       116-LEER-CLASE.
           READ CLASES AT END MOVE 1 TO w-flag-clases.

       118-CLASES-DE-FABRICA.
           MOVE 3 TO w-cant-clases.
           MOVE "Q" TO w-cls-codigo(1).
           MOVE "C" TO w-cls-lado(1).
           MOVE "P" TO w-cls-codigo(2).
           MOVE "P" TO w-cls-lado(2).
           MOVE "M" TO w-cls-codigo(3).
           MOVE "C" TO w-cls-lado(3).

       120-BUSCAR-LADO-CLASE.
           MOVE "C" TO w-clase-lado.
           PERFORM 122-COTEJAR-CLASE
               VARYING w-idx-clase FROM 1 BY 1
               UNTIL w-idx-clase > w-cant-clases.

       122-COTEJAR-CLASE.
           IF w-cls-codigo(w-idx-clase) IS EQUAL w-clase-buscada
               MOVE w-cls-lado(w-idx-clase) TO w-clase-lado
           END-IF.

       130-CARGAR-PLAN.
      *    Without a plan de cuentas there is nothing to impute to;
      *    the run stops here instead of listing every movement as
      *    missing.
           OPEN INPUT PLAN-CUENTAS.
           IF ws-plan-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir PLANCUENTAS, estado "
                       ws-plan-status
               STOP RUN
           END-IF.
           PERFORM 135-LEER-PLAN.
           PERFORM UNTIL w-flag-plan IS EQUAL 1
               IF w-cant-plan IS NOT < 500
                   DISPLAY "ERROR: el plan de cuentas supera 500 "
                           "imputaciones"
                   STOP RUN
               END-IF
               ADD 1 TO w-cant-plan
               MOVE pc-tipo TO w-pc-tipo(w-cant-plan)
               MOVE pc-codigo TO w-pc-codigo(w-cant-plan)
               MOVE pc-cuenta TO w-pc-cuenta(w-cant-plan)
               MOVE pc-nombre TO w-pc-nombre(w-cant-plan)
               PERFORM 137-MEDIR-CODIGO
               PERFORM 135-LEER-PLAN
           END-PERFORM.
           CLOSE PLAN-CUENTAS.

       135-LEER-PLAN.
           READ PLAN-CUENTAS NEXT RECORD
               AT END MOVE 1 TO w-flag-plan
           END-READ.

       137-MEDIR-CODIGO.
           MOVE 30 TO w-pc-largo(w-cant-plan).
           MOVE "N" TO w-largo-fin.
           PERFORM UNTIL w-largo-fin IS EQUAL "S"
               IF w-pc-largo(w-cant-plan) IS EQUAL 1
                   MOVE "S" TO w-largo-fin
               ELSE
                   IF pc-codigo(w-pc-largo(w-cant-plan):1)
                           IS NOT EQUAL SPACE
                       MOVE "S" TO w-largo-fin
                   ELSE
                       SUBTRACT 1 FROM w-pc-largo(w-cant-plan)
                   END-IF
               END-IF
           END-PERFORM.

       140-BUSCAR-CUENTA.
      *    Clases, medios and the SOCIOS code match exactly; a gasto
      *    concepto takes the longest plan code it starts with.
           MOVE SPACES TO w-cuenta-hallada.
           MOVE ZERO TO w-largo-hallado.
           PERFORM 145-COTEJAR-PLAN
               VARYING w-idx-plan FROM 1 BY 1
               UNTIL w-idx-plan > w-cant-plan.

       145-COTEJAR-PLAN.
           IF w-pc-tipo(w-idx-plan) IS EQUAL w-buscar-tipo
               IF w-buscar-tipo IS EQUAL "G"
                   IF w-buscar-codigo(1:w-pc-largo(w-idx-plan)) IS
                       EQUAL w-pc-codigo(w-idx-plan)
                           (1:w-pc-largo(w-idx-plan))
                           AND w-pc-largo(w-idx-plan) IS >
                               w-largo-hallado
                       MOVE w-pc-cuenta(w-idx-plan)
                           TO w-cuenta-hallada
                       MOVE w-pc-largo(w-idx-plan)
                           TO w-largo-hallado
                   END-IF
               ELSE
                   IF w-pc-codigo(w-idx-plan) IS EQUAL
                           w-buscar-codigo
                       MOVE w-pc-cuenta(w-idx-plan)
                           TO w-cuenta-hallada
                   END-IF
               END-IF
           END-IF.

       150-CARGAR-MEDIOS.
      *    Both the pending file and the archive are walked tracking
      *    the current "C" header; only the period's pagos by cheque
      *    or transferencia are kept, efectivo is the default.
           OPEN INPUT ARCH-TRANS.
           IF ws-arch-trans-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-transc
           ELSE
               PERFORM 160-LEER-TRANS
           END-IF.
           PERFORM UNTIL w-flag-transc IS EQUAL 1
               IF tr-cab-tipo IS EQUAL "C"
                   MOVE tr-cab-fecha TO w-fecha-actual
               ELSE
                   IF tr-det-tipo IS EQUAL "D"
                       PERFORM 170-AGREGAR-MEDIO
                   END-IF
               END-IF
               PERFORM 160-LEER-TRANS
           END-PERFORM.
           IF ws-arch-trans-status IS NOT EQUAL "35"
               CLOSE ARCH-TRANS
           END-IF.
           OPEN INPUT ARCH-ARCHIVO.
           IF ws-archivo-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-archivo
           ELSE
               PERFORM 165-LEER-ARCHIVO
           END-IF.
           PERFORM UNTIL w-flag-archivo IS EQUAL 1
               IF arc-cab-tipo IS EQUAL "C"
                   MOVE arc-cab-fecha TO w-fecha-actual
               ELSE
                   IF arc-det-tipo IS EQUAL "D"
                       MOVE arc-det-clase TO tr-det-clase
                       MOVE arc-det-socio TO tr-det-socio
                       MOVE arc-det-importe TO tr-det-importe
                       MOVE arc-det-medio TO tr-det-medio
                       PERFORM 170-AGREGAR-MEDIO
                   END-IF
               END-IF
               PERFORM 165-LEER-ARCHIVO
           END-PERFORM.
           IF ws-archivo-status IS NOT EQUAL "35"
               CLOSE ARCH-ARCHIVO
           END-IF.

       160-LEER-TRANS.
           READ ARCH-TRANS AT END MOVE 1 TO w-flag-transc.

       165-LEER-ARCHIVO.
           READ ARCH-ARCHIVO AT END MOVE 1 TO w-flag-archivo.

       170-AGREGAR-MEDIO.
           IF w-fecha-actual IS NOT < w-fecha-desde
                   AND w-fecha-actual IS NOT > w-fecha-hasta
                   AND (tr-det-medio IS EQUAL "C"
                        OR tr-det-medio IS EQUAL "T"
                        OR tr-det-medio IS EQUAL "D")
               IF w-cant-medios IS NOT < 5000
                   MOVE "S" TO w-desborde-medios
               ELSE
                   ADD 1 TO w-cant-medios
                   MOVE w-fecha-actual TO w-md-fecha(w-cant-medios)
                   MOVE tr-det-socio TO w-md-socio(w-cant-medios)
                   MOVE tr-det-clase TO w-md-clase(w-cant-medios)
                   MOVE tr-det-importe TO
                       w-md-importe(w-cant-medios)
                   MOVE tr-det-medio TO w-md-medio(w-cant-medios)
      *            An accepted debit lands in the bank account the
      *            same as a transfer and is booked to its account.
                   IF tr-det-medio IS EQUAL "D"
                       MOVE "T" TO w-md-medio(w-cant-medios)
                   END-IF
                   MOVE "N" TO w-md-usado(w-cant-medios)
               END-IF
           END-IF.

       180-BUSCAR-MEDIO.
           MOVE "E" TO w-medio-mov.
           MOVE ZERO TO w-idx-medio.
           PERFORM 185-COTEJAR-MEDIO
               UNTIL w-idx-medio IS NOT < w-cant-medios
                  OR w-medio-mov IS NOT EQUAL "E".

       185-COTEJAR-MEDIO.
           ADD 1 TO w-idx-medio.
           IF w-md-usado(w-idx-medio) IS EQUAL "N"
                   AND w-md-fecha(w-idx-medio) IS EQUAL hst-fecha
                   AND w-md-socio(w-idx-medio) IS EQUAL hst-socio
                   AND w-md-clase(w-idx-medio) IS EQUAL hst-clase
                   AND w-md-importe(w-idx-medio) IS EQUAL hst-importe
               MOVE w-md-medio(w-idx-medio) TO w-medio-mov
               MOVE "S" TO w-md-usado(w-idx-medio)
           END-IF.

       200-CARGAR-MOVIMIENTOS.
           PERFORM 210-CARGAR-HISTORIAL.
           PERFORM 230-CARGAR-CORRECCIONES.
           PERFORM 250-CARGAR-GASTOS.

       210-CARGAR-HISTORIAL.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS NOT EQUAL "00"
               DISPLAY "AVISO: no hay HISTORIAL en este sitio, el "
                       "periodo no tiene movimientos liquidados"
               MOVE 1 TO w-flag-hist
           ELSE
               PERFORM 215-LEER-HISTORIAL
           END-IF.
           PERFORM UNTIL w-flag-hist IS EQUAL 1
               IF hst-fecha IS NOT < w-fecha-desde
                       AND hst-fecha IS NOT > w-fecha-hasta
                       AND hst-importe IS NOT EQUAL ZERO
                   MOVE hst-clase TO w-clase-buscada
                   PERFORM 120-BUSCAR-LADO-CLASE
                   MOVE "E" TO w-medio-mov
                   IF w-clase-lado IS EQUAL "P"
                       PERFORM 180-BUSCAR-MEDIO
                   END-IF
                   MOVE hst-fecha TO w-mov-fecha
                   MOVE hst-importe TO w-mov-importe
                   PERFORM 300-IMPUTAR-CLASE
               END-IF
               PERFORM 215-LEER-HISTORIAL
           END-PERFORM.
           IF ws-historial-status IS NOT EQUAL "35"
               CLOSE ARCH-HISTORIAL
           END-IF.

       215-LEER-HISTORIAL.
           READ ARCH-HISTORIAL AT END MOVE 1 TO w-flag-hist.

       230-CARGAR-CORRECCIONES.
      *    A correction is booked the day it was applied; the fecha
      *    it corrects may belong to a period already closed. It is
      *    keyed at the counter, so any money it moves is efectivo.
           OPEN INPUT ARCH-CORRECCIONES.
           IF ws-correcciones-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-correcciones
           ELSE
               PERFORM 235-LEER-CORRECCION
           END-IF.
           PERFORM UNTIL w-flag-correcciones IS EQUAL 1
               IF cor-fecha-aplic IS NOT < w-fecha-desde
                       AND cor-fecha-aplic IS NOT > w-fecha-hasta
                       AND cor-importe IS NOT EQUAL ZERO
                   MOVE cor-clase TO w-clase-buscada
                   PERFORM 120-BUSCAR-LADO-CLASE
                   MOVE "E" TO w-medio-mov
                   MOVE cor-fecha-aplic TO w-mov-fecha
                   MOVE cor-importe TO w-mov-importe
                   PERFORM 300-IMPUTAR-CLASE
               END-IF
               PERFORM 235-LEER-CORRECCION
           END-PERFORM.
           IF ws-correcciones-status IS NOT EQUAL "35"
               CLOSE ARCH-CORRECCIONES
           END-IF.

       235-LEER-CORRECCION.
           READ ARCH-CORRECCIONES AT END
               MOVE 1 TO w-flag-correcciones
           END-READ.

       250-CARGAR-GASTOS.
      *    A reintegro to a socio is already booked through the
      *    ARCH-CORRECCIONES row ReintegroSaldo writes with it; its
      *    GASTOS copy is only there for the cash book and is left
      *    out so the money does not leave twice.
           OPEN INPUT GASTOS.
           IF ws-gastos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-gastos
           ELSE
               PERFORM 255-LEER-GASTO
           END-IF.
           PERFORM UNTIL w-flag-gastos IS EQUAL 1
               IF gas-fecha IS NOT < w-fecha-desde
                       AND gas-fecha IS NOT > w-fecha-hasta
                       AND gas-importe IS NOT EQUAL ZERO
                       AND gas-concepto(1:15) IS NOT EQUAL
                           "REINTEGRO SOCIO"
                   MOVE gas-fecha TO w-mov-fecha
                   MOVE gas-importe TO w-mov-importe
                   PERFORM 320-IMPUTAR-GASTO
               END-IF
               PERFORM 255-LEER-GASTO
           END-PERFORM.
           IF ws-gastos-status IS NOT EQUAL "35"
               CLOSE GASTOS
           END-IF.

       255-LEER-GASTO.
           READ GASTOS AT END MOVE 1 TO w-flag-gastos.

       300-IMPUTAR-CLASE.
      *    A cargo moves the socio's debt against the clase's account;
      *    a pago moves the medio's account against it.
           MOVE "S" TO w-imputable.
           MOVE "C" TO w-buscar-tipo.
           MOVE SPACES TO w-buscar-codigo.
           MOVE w-clase-buscada TO w-buscar-codigo.
           PERFORM 140-BUSCAR-CUENTA.
           MOVE w-cuenta-hallada TO w-cuenta-haber.
           IF w-cuenta-hallada IS EQUAL SPACES
               PERFORM 350-REGISTRAR-FALTANTE
           END-IF.
           IF w-clase-lado IS EQUAL "P"
               MOVE "M" TO w-buscar-tipo
               MOVE w-medio-mov TO w-buscar-codigo
           ELSE
               MOVE "S" TO w-buscar-tipo
               MOVE "SOCIOS" TO w-buscar-codigo
           END-IF.
           PERFORM 140-BUSCAR-CUENTA.
           MOVE w-cuenta-hallada TO w-cuenta-debe.
           IF w-cuenta-hallada IS EQUAL SPACES
               PERFORM 350-REGISTRAR-FALTANTE
           END-IF.
           PERFORM 340-LIBERAR-PAR.

       320-IMPUTAR-GASTO.
      *    Gastos are paid out of the drawer.
           MOVE "S" TO w-imputable.
           MOVE "G" TO w-buscar-tipo.
           MOVE gas-concepto TO w-buscar-codigo.
           PERFORM 140-BUSCAR-CUENTA.
           MOVE w-cuenta-hallada TO w-cuenta-debe.
           IF w-cuenta-hallada IS EQUAL SPACES
               PERFORM 350-REGISTRAR-FALTANTE
           END-IF.
           MOVE "M" TO w-buscar-tipo.
           MOVE "E" TO w-buscar-codigo.
           PERFORM 140-BUSCAR-CUENTA.
           MOVE w-cuenta-hallada TO w-cuenta-haber.
           IF w-cuenta-hallada IS EQUAL SPACES
               PERFORM 350-REGISTRAR-FALTANTE
           END-IF.
           PERFORM 340-LIBERAR-PAR.

       340-LIBERAR-PAR.
      *    A negative amount (a reversal) books the same pair the
      *    other way round.
           ADD 1 TO w-cant-movimientos.
           IF w-imputable IS EQUAL "S"
               IF w-mov-importe IS < ZERO
                   COMPUTE w-mov-abs = ZERO - w-mov-importe
                   MOVE w-cuenta-debe TO w-cuenta-hallada
                   MOVE w-cuenta-haber TO w-cuenta-debe
                   MOVE w-cuenta-hallada TO w-cuenta-haber
               ELSE
                   MOVE w-mov-importe TO w-mov-abs
               END-IF
               MOVE w-mov-fecha TO sw-fecha
               MOVE w-cuenta-debe TO sw-cuenta
               MOVE w-mov-abs TO sw-debe
               MOVE ZERO TO sw-haber
               RELEASE sw-reg
               MOVE w-mov-fecha TO sw-fecha
               MOVE w-cuenta-haber TO sw-cuenta
               MOVE ZERO TO sw-debe
               MOVE w-mov-abs TO sw-haber
               RELEASE sw-reg
           END-IF.

       350-REGISTRAR-FALTANTE.
           MOVE "N" TO w-imputable.
           ADD 1 TO w-cant-sin-cuenta.
           MOVE "N" TO w-falta-hallada.
           PERFORM 355-COTEJAR-FALTANTE
               VARYING w-idx-falta FROM 1 BY 1
               UNTIL w-idx-falta > w-cant-faltantes
                  OR w-falta-hallada IS EQUAL "S".
           IF w-falta-hallada IS NOT EQUAL "S"
                   AND w-cant-faltantes IS < 50
               ADD 1 TO w-cant-faltantes
               MOVE w-buscar-tipo TO w-fa-tipo(w-cant-faltantes)
               MOVE w-buscar-codigo TO w-fa-codigo(w-cant-faltantes)
               MOVE 1 TO w-fa-cant(w-cant-faltantes)
               MOVE w-mov-importe TO w-fa-importe(w-cant-faltantes)
           END-IF.

       355-COTEJAR-FALTANTE.
           IF w-fa-tipo(w-idx-falta) IS EQUAL w-buscar-tipo
                   AND w-fa-codigo(w-idx-falta) IS EQUAL
                       w-buscar-codigo
               MOVE "S" TO w-falta-hallada
               ADD 1 TO w-fa-cant(w-idx-falta)
               ADD w-mov-importe TO w-fa-importe(w-idx-falta)
           END-IF.

       400-ARMAR-DIARIO.
      *    Consecutive pairs of the same fecha and cuenta fold into
      *    one journal line.
           PERFORM 410-DEVOLVER-SORT.
           PERFORM UNTIL w-flag-sort IS EQUAL 1
               IF w-cant-diario IS > ZERO
                       AND w-dia-fecha(w-cant-diario) IS EQUAL sw-fecha
                       AND w-dia-cuenta(w-cant-diario) IS EQUAL
                           sw-cuenta
                   ADD sw-debe TO w-dia-debe(w-cant-diario)
                   ADD sw-haber TO w-dia-haber(w-cant-diario)
               ELSE
                   IF w-cant-diario IS NOT < 5000
                       MOVE "S" TO w-desborde-diario
                   ELSE
                       ADD 1 TO w-cant-diario
                       MOVE sw-fecha TO w-dia-fecha(w-cant-diario)
                       MOVE sw-cuenta TO w-dia-cuenta(w-cant-diario)
                       MOVE sw-debe TO w-dia-debe(w-cant-diario)
                       MOVE sw-haber TO w-dia-haber(w-cant-diario)
                   END-IF
               END-IF
               PERFORM 410-DEVOLVER-SORT
           END-PERFORM.

       410-DEVOLVER-SORT.
           RETURN SORT-WORK AT END MOVE 1 TO w-flag-sort.

       500-LISTAR-FALTANTES.
           WRITE lis-reg FROM cabecera-faltantes AFTER 1.
           WRITE lis-reg FROM cabecera-faltantes2 AFTER 1.
           PERFORM 510-LISTAR-FALTANTE
               VARYING w-idx-falta FROM 1 BY 1
               UNTIL w-idx-falta > w-cant-faltantes.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE "PERIODO RECHAZADO: hay movimientos sin cuenta; "
               TO lr-texto.
           PERFORM 530-IMPRIMIR-RECHAZO.
           MOVE "complete el plan de cuentas y vuelva a correrlo"
               TO lr-texto.
           PERFORM 530-IMPRIMIR-RECHAZO.
           DISPLAY "Movimientos sin cuenta: " w-cant-sin-cuenta.
           MOVE 8 TO RETURN-CODE.

       510-LISTAR-FALTANTE.
           MOVE w-fa-tipo(w-idx-falta) TO lf-tipo.
           MOVE w-fa-codigo(w-idx-falta) TO lf-codigo.
           MOVE w-fa-cant(w-idx-falta) TO lf-cant.
           MOVE w-fa-importe(w-idx-falta) TO lf-importe.
           write lis-reg FROM detalle-faltante AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera-faltantes AFTER 1
                   WRITE lis-reg FROM cabecera-faltantes2 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.

       520-RECHAZAR-DESBORDE.
           IF w-desborde-medios IS EQUAL "S"
               MOVE "PERIODO RECHAZADO: mas de 5000 pagos no efectivo"
                   TO lr-texto
               PERFORM 530-IMPRIMIR-RECHAZO
           END-IF.
           IF w-desborde-diario IS EQUAL "S"
               MOVE "PERIODO RECHAZADO: el diario supera 5000 lineas"
                   TO lr-texto
               PERFORM 530-IMPRIMIR-RECHAZO
           END-IF.
           MOVE "acorte el periodo y vuelva a correrlo" TO lr-texto.
           PERFORM 530-IMPRIMIR-RECHAZO.
           MOVE 8 TO RETURN-CODE.

       530-IMPRIMIR-RECHAZO.
           WRITE lis-reg FROM linea-rechazo AFTER 1.
           DISPLAY lis-reg.

       600-IMPRIMIR-DIARIO.
      *    Every asiento is checked before the export is opened: one
      *    that does not balance refuses the whole period.
           PERFORM 610-VERIFICAR-ASIENTOS.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           IF w-asiento-mal IS NOT EQUAL "S"
               OPEN OUTPUT DIARIO-EXPORT
               IF ws-export-status IS NOT EQUAL "00"
                   DISPLAY "ERROR: no se pudo abrir DIARIOEXPORT, "
                           "estado " ws-export-status
                   CLOSE LISTADO
                   STOP RUN
               END-IF
           END-IF.
           MOVE ZERO TO w-cant-asientos.
           MOVE 1 TO w-idx-diario.
           PERFORM UNTIL w-idx-diario > w-cant-diario
               PERFORM 620-IMPRIMIR-ASIENTO
           END-PERFORM.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE w-cant-asientos TO tp-asientos.
           MOVE w-total-debe TO tp-debe.
           MOVE w-total-haber TO tp-haber.
           WRITE lis-reg FROM total-periodo AFTER 1.
           DISPLAY lis-reg.
           IF w-asiento-mal IS EQUAL "S"
               MOVE "PERIODO RECHAZADO: asientos sin balancear"
                   TO lr-texto
               PERFORM 530-IMPRIMIR-RECHAZO
               MOVE "no se genero DIARIOEXPORT" TO lr-texto
               PERFORM 530-IMPRIMIR-RECHAZO
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE DIARIO-EXPORT
               DISPLAY "Movimientos imputados: " w-cant-movimientos
               DISPLAY "Asientos exportados a DIARIOEXPORT: "
                       w-cant-asientos
           END-IF.

       610-VERIFICAR-ASIENTOS.
           MOVE ZERO TO w-asiento-debe.
           MOVE ZERO TO w-asiento-haber.
           PERFORM 615-SUMAR-LINEA
               VARYING w-idx-diario FROM 1 BY 1
               UNTIL w-idx-diario > w-cant-diario.

       615-SUMAR-LINEA.
           ADD w-dia-debe(w-idx-diario) TO w-asiento-debe.
           ADD w-dia-haber(w-idx-diario) TO w-asiento-haber.
           IF w-idx-diario IS EQUAL w-cant-diario
               PERFORM 617-CERRAR-SUMA
           ELSE
               IF w-dia-fecha(w-idx-diario + 1) IS NOT EQUAL
                       w-dia-fecha(w-idx-diario)
                   PERFORM 617-CERRAR-SUMA
               END-IF
           END-IF.

       617-CERRAR-SUMA.
           IF w-asiento-debe IS NOT EQUAL w-asiento-haber
               MOVE "S" TO w-asiento-mal
           END-IF.
           MOVE ZERO TO w-asiento-debe.
           MOVE ZERO TO w-asiento-haber.

       620-IMPRIMIR-ASIENTO.
           ADD 1 TO w-cant-asientos.
           MOVE w-dia-fecha(w-idx-diario) TO w-asiento-fecha.
           MOVE w-cant-asientos TO la-numero.
           MOVE w-asiento-fecha TO la-fecha.
           write lis-reg FROM linea-asiento AFTER 1
               AT END-OF-PAGE
                   PERFORM 690-ENCABEZAR-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           MOVE ZERO TO w-asiento-debe.
           MOVE ZERO TO w-asiento-haber.
           PERFORM UNTIL w-idx-diario > w-cant-diario
                      OR w-dia-fecha(w-idx-diario) IS NOT EQUAL
                         w-asiento-fecha
               PERFORM 630-IMPRIMIR-LINEA
               ADD 1 TO w-idx-diario
           END-PERFORM.
           MOVE "Total del asiento" TO ta-leyenda.
           IF w-asiento-debe IS NOT EQUAL w-asiento-haber
               MOVE "Total del asiento NO BALANCEA" TO ta-leyenda
           END-IF.
           MOVE w-asiento-debe TO ta-debe.
           MOVE w-asiento-haber TO ta-haber.
           write lis-reg FROM total-asiento AFTER 1
               AT END-OF-PAGE
                   PERFORM 690-ENCABEZAR-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           ADD w-asiento-debe TO w-total-debe.
           ADD w-asiento-haber TO w-total-haber.

       630-IMPRIMIR-LINEA.
           MOVE w-dia-cuenta(w-idx-diario) TO l-cuenta.
           PERFORM 640-BUSCAR-NOMBRE.
           MOVE w-dia-debe(w-idx-diario) TO l-debe.
           MOVE w-dia-haber(w-idx-diario) TO l-haber.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 690-ENCABEZAR-PAGINA
           END-WRITE.
           DISPLAY lis-reg.
           ADD w-dia-debe(w-idx-diario) TO w-asiento-debe.
           ADD w-dia-haber(w-idx-diario) TO w-asiento-haber.
           IF w-asiento-mal IS NOT EQUAL "S"
               MOVE w-asiento-fecha TO el-fecha
               MOVE w-cant-asientos TO el-asiento
               MOVE w-dia-cuenta(w-idx-diario) TO el-cuenta
               MOVE w-dia-debe(w-idx-diario) TO el-debe
               MOVE w-dia-haber(w-idx-diario) TO el-haber
               WRITE exp-reg FROM exp-linea
           END-IF.

       640-BUSCAR-NOMBRE.
      *    Several codes may share a cuenta; any of them names it.
           MOVE SPACES TO l-nombre.
           PERFORM 645-COTEJAR-NOMBRE
               VARYING w-idx-plan FROM 1 BY 1
               UNTIL w-idx-plan > w-cant-plan
                  OR l-nombre IS NOT EQUAL SPACES.

       645-COTEJAR-NOMBRE.
           IF w-pc-cuenta(w-idx-plan) IS EQUAL
                   w-dia-cuenta(w-idx-diario)
               MOVE w-pc-nombre(w-idx-plan) TO l-nombre
           END-IF.

       690-ENCABEZAR-PAGINA.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       END PROGRAM LIBRO-DIARIO.
