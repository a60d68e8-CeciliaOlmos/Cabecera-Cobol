      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly bank reconciliation. Imports the bank's
      *          statement (EXTRACTOBANCO) and matches every credit of
      *          the asked month against what the books say reached
      *          the account: the DEPOSITOS register, the pagos keyed
      *          with medio "T" or "D" (transfers, network collections
      *          and accepted debits, still pending in ARCHTRANS or
      *          already moved to ARCHTRANSHIST) and the cheques
      *          ConfirmarCheques marked acreditado. A credit is
      *          matched by boleta number first, then by exact
      *          amount, and finally against the total of one fecha's
      *          transfers, the way the bank credits a whole debit
      *          presentment or network rendicion in one line. Prints
      *          the matched items, the book items the bank never
      *          credited and the bank credits nobody can explain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION-BANCARIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
      *    EXTRACTOBANCO is the statement as the bank delivers it,
      *    one movement per line: fecha, "C" credito or "D" debito,
      *    importe and the bank's own reference text.
           SELECT EXTRACTO
           ASSIGN TO "EXTRACTOBANCO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-extracto-status.

           SELECT DEPOSITOS
           ASSIGN TO "DEPOSITOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-depositos-status.

           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

      *    ARCHTRANSHIST holds the fechas the period-end job already
      *    moved out of ARCHTRANS, in the same layout.
           SELECT ARCH-ARCHIVO
           ASSIGN TO "ARCHTRANSHIST"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-archivo-status.

           SELECT CHEQUES
           ASSIGN TO "CHEQUES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-cheques-status.

      *    CLASES is the transaction-class master; only clases whose
      *    lado is "P" are money coming in, with the historical "P"
      *    as the fallback.
           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "CONCILIACION".

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO.
       01  ext-reg.
           03 ext-fecha pic 9(8).
           03 ext-tipo pic x.
           03 ext-importe pic 9(9)v99.
           03 ext-referencia pic x(20).

       FD  DEPOSITOS.
       01  dep-reg.
           03 dep-fecha pic 9(8).
           03 dep-sala pic 99.
           03 dep-importe pic 9(9)v99.
           03 dep-boleta pic 9(10).
           03 dep-operador pic x(10).
           03 dep-supervisor pic x(10).

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

       FD  CHEQUES.
       01  chq-reg.
           03 chq-socio pic 9(5).
           03 chq-fecha pic 9(8).
           03 chq-importe pic 9(7)v99.
           03 chq-banco pic x(20).
           03 chq-nro pic x(12).
           03 chq-estado pic x.
           03 chq-fecha-estado pic 9(8).

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
           03 cls-descripcion pic x(20).
           03 cls-lado pic x.

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-extracto-status pic xx.
       01  ws-depositos-status pic xx.
       01  ws-arch-trans-status pic xx.
       01  ws-archivo-status pic xx.
       01  ws-cheques-status pic xx.
       01  ws-clases-status pic xx.
       01  w-flag-extracto pic 9 value zero.
       01  w-flag-depositos pic 9 value zero.
       01  w-flag-transc pic 9 value zero.
       01  w-flag-archivo pic 9 value zero.
       01  w-flag-cheques pic 9 value zero.
       01  w-flag-clases pic 9 value zero.
       01  w-mes-pedido pic 9(6).
       01  w-fecha-aux pic 9(8).
       01  filler REDEFINES w-fecha-aux.
           03 w-aux-aaaamm pic 9(6).
           03 w-aux-dd pic 9(2).
       01  w-fecha-actual pic 9(8) value zero.
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
      *    Everything the books say reached the bank this month:
      *    tipo "D" deposito (ref = boleta), "T" transferencia and
      *    "C" cheque acreditado (ref = socio). 3000 entries hold
      *    several times a busy month.
       01  w-tabla-libros.
           03 w-libro OCCURS 3000 TIMES.
               05 w-lib-tipo pic x.
               05 w-lib-fecha pic 9(8).
               05 w-lib-ref pic 9(10).
               05 w-lib-importe pic 9(9)v99.
               05 w-lib-conciliado pic x.
       01  w-cant-libros pic 9(4) value zero.
       01  w-max-libros pic 9(4) value 3000.
      *    The month's bank credits, with how each was matched:
      *    "B" by boleta, "I" by importe, "L" against a fecha's lote
      *    of transfers, space while unexplained.
       01  w-tabla-banco.
           03 w-banco OCCURS 2000 TIMES.
               05 w-ban-fecha pic 9(8).
               05 w-ban-importe pic 9(9)v99.
               05 w-ban-referencia pic x(20).
               05 w-ban-forma pic x.
               05 w-ban-libro pic 9(4).
       01  w-cant-banco pic 9(4) value zero.
       01  w-max-banco pic 9(4) value 2000.
       01  w-desbordado pic x value "N".
       01  w-idx-ban pic 9(4).
       01  w-idx-lib pic 9(4).
       01  w-idx-lote pic 9(4).
       01  w-ref-boleta pic 9(10).
       01  w-largo-ref pic 9(2).
       01  w-fecha-lote pic 9(8).
       01  w-suma-lote pic 9(11)v99.
       01  w-cant-conciliados pic 9(5) value zero.
       01  w-imp-conciliado pic s9(11)v99 value zero.
       01  w-cant-pend-libros pic 9(5) value zero.
       01  w-imp-pend-libros pic s9(11)v99 value zero.
       01  w-cant-sin-explicar pic 9(5) value zero.
       01  w-imp-sin-explicar pic s9(11)v99 value zero.
       01  cabecera1.
           03 filler pic x(15) value spaces.
           03 filler pic x(35) value
              "CONCILIACION BANCARIA DEL MES ".
           03 ca-mes pic 9(6).
           03 filler pic x(24) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  titulo.
           03 ti-texto pic x(80).
       01  cabecera3.
           03 filler pic x(10) value "FECHA".
           03 filler pic x(15) value "IMPORTE".
           03 filler pic x(21) value "REFERENCIA".
           03 filler pic x(34) value "ORIGEN EN LIBROS".
       01  detalle.
           03 l-fecha pic 9(8).
           03 filler pic x value space.
           03 l-importe pic zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-referencia pic x(20).
           03 filler pic x value space.
           03 l-origen pic x(35).
       01  det-origen.
           03 do-forma pic x(8).
           03 do-tipo pic x(9).
           03 do-fecha pic 9(8).
           03 do-ref pic z(9)9.
       01  lineatotal.
           03 filler pic x(9) value "TOTAL: ".
           03 lt-cant pic zz.zz9.
           03 filler pic x(12) value " PARTIDAS  $".
           03 lt-importe pic zzz.zzz.zzz.zz9,99.
           03 filler pic x(35) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-DEPOSITOS.
           PERFORM 220-CARGAR-TRANSFERENCIAS.
           PERFORM 250-CARGAR-CHEQUES.
           PERFORM 270-CARGAR-EXTRACTO.
           PERFORM 300-CONCILIAR-BOLETA
               VARYING w-idx-ban FROM 1 BY 1
               UNTIL w-idx-ban > w-cant-banco.
           PERFORM 320-CONCILIAR-IMPORTE
               VARYING w-idx-ban FROM 1 BY 1
               UNTIL w-idx-ban > w-cant-banco.
           PERFORM 340-CONCILIAR-LOTE
               VARYING w-idx-ban FROM 1 BY 1
               UNTIL w-idx-ban > w-cant-banco.
           PERFORM 500-IMPRIMIR-CONCILIADOS.
           PERFORM 550-IMPRIMIR-PEND-LIBROS.
           PERFORM 600-IMPRIMIR-SIN-EXPLICAR.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "Ingrese el mes a conciliar (AAAAMM)".
           ACCEPT w-mes-pedido.
           PERFORM UNTIL w-mes-pedido IS > ZERO
               DISPLAY "Error, el mes debe ser positivo"
               ACCEPT w-mes-pedido
           END-PERFORM.
           OPEN INPUT EXTRACTO.
           IF ws-extracto-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir EXTRACTOBANCO, "
                       "estado " ws-extracto-status
               STOP RUN
           END-IF.
           PERFORM 110-CARGAR-CLASES.
           OPEN OUTPUT LISTADO.
           MOVE w-mes-pedido TO ca-mes.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

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

       200-CARGAR-DEPOSITOS.
           OPEN INPUT DEPOSITOS.
           IF ws-depositos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-depositos
           ELSE
               PERFORM 210-LEER-DEPOSITO
           END-IF.
           PERFORM UNTIL w-flag-depositos IS EQUAL 1
               MOVE dep-fecha TO w-fecha-aux
               IF w-aux-aaaamm IS EQUAL w-mes-pedido
                   PERFORM 290-AGREGAR-LIBRO
                   IF w-desbordado IS NOT EQUAL "S"
                       MOVE "D" TO w-lib-tipo(w-cant-libros)
                       MOVE dep-fecha TO w-lib-fecha(w-cant-libros)
                       MOVE dep-boleta TO w-lib-ref(w-cant-libros)
                       MOVE dep-importe TO
                           w-lib-importe(w-cant-libros)
                   END-IF
               END-IF
               PERFORM 210-LEER-DEPOSITO
           END-PERFORM.
           IF ws-depositos-status IS NOT EQUAL "35"
               CLOSE DEPOSITOS
           END-IF.

       210-LEER-DEPOSITO.
           READ DEPOSITOS AT END MOVE 1 TO w-flag-depositos.

       220-CARGAR-TRANSFERENCIAS.
      *    Both the pending file and the archive are walked tracking
      *    the current "C" header; a pago detail by medio "T" or "D"
      *    of the month is money the bank should show. Reversals arrive
      *    negative and are left out: the original never reached
      *    the account twice.
           OPEN INPUT ARCH-TRANS.
           IF ws-arch-trans-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-transc
           ELSE
               PERFORM 230-LEER-TRANS
           END-IF.
           PERFORM UNTIL w-flag-transc IS EQUAL 1
               IF tr-cab-tipo IS EQUAL "C"
                   MOVE tr-cab-fecha TO w-fecha-actual
               ELSE
                   IF tr-det-tipo IS EQUAL "D"
                           AND (tr-det-medio IS EQUAL "T"
                                OR tr-det-medio IS EQUAL "D")
                           AND tr-det-importe IS > ZERO
                       MOVE tr-det-clase TO w-clase-buscada
                       PERFORM 240-AGREGAR-TRANSFERENCIA
                   END-IF
               END-IF
               PERFORM 230-LEER-TRANS
           END-PERFORM.
           IF ws-arch-trans-status IS NOT EQUAL "35"
               CLOSE ARCH-TRANS
           END-IF.
           OPEN INPUT ARCH-ARCHIVO.
           IF ws-archivo-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-archivo
           ELSE
               PERFORM 235-LEER-ARCHIVO
           END-IF.
           PERFORM UNTIL w-flag-archivo IS EQUAL 1
               IF arc-cab-tipo IS EQUAL "C"
                   MOVE arc-cab-fecha TO w-fecha-actual
               ELSE
                   IF arc-det-tipo IS EQUAL "D"
                           AND (arc-det-medio IS EQUAL "T"
                                OR arc-det-medio IS EQUAL "D")
                           AND arc-det-importe IS > ZERO
                       MOVE arc-det-clase TO w-clase-buscada
                       MOVE arc-det-socio TO tr-det-socio
                       MOVE arc-det-importe TO tr-det-importe
                       PERFORM 240-AGREGAR-TRANSFERENCIA
                   END-IF
               END-IF
               PERFORM 235-LEER-ARCHIVO
           END-PERFORM.
           IF ws-archivo-status IS NOT EQUAL "35"
               CLOSE ARCH-ARCHIVO
           END-IF.

       230-LEER-TRANS.
           READ ARCH-TRANS AT END MOVE 1 TO w-flag-transc.

       235-LEER-ARCHIVO.
           READ ARCH-ARCHIVO AT END MOVE 1 TO w-flag-archivo.

       240-AGREGAR-TRANSFERENCIA.
           MOVE w-fecha-actual TO w-fecha-aux.
           PERFORM 120-BUSCAR-LADO-CLASE.
           IF w-aux-aaaamm IS EQUAL w-mes-pedido
                   AND w-clase-lado IS EQUAL "P"
               PERFORM 290-AGREGAR-LIBRO
               IF w-desbordado IS NOT EQUAL "S"
                   MOVE "T" TO w-lib-tipo(w-cant-libros)
                   MOVE w-fecha-actual TO w-lib-fecha(w-cant-libros)
                   MOVE tr-det-socio TO w-lib-ref(w-cant-libros)
                   MOVE tr-det-importe TO w-lib-importe(w-cant-libros)
               END-IF
           END-IF.

       250-CARGAR-CHEQUES.
      *    A cheque counts on the day ConfirmarCheques marked it
      *    acreditado, the day the money showed in the account.
           OPEN INPUT CHEQUES.
           IF ws-cheques-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-cheques
           ELSE
               PERFORM 260-LEER-CHEQUE
           END-IF.
           PERFORM UNTIL w-flag-cheques IS EQUAL 1
               MOVE chq-fecha-estado TO w-fecha-aux
               IF chq-estado IS EQUAL "A"
                       AND w-aux-aaaamm IS EQUAL w-mes-pedido
                   PERFORM 290-AGREGAR-LIBRO
                   IF w-desbordado IS NOT EQUAL "S"
                       MOVE "C" TO w-lib-tipo(w-cant-libros)
                       MOVE chq-fecha-estado TO
                           w-lib-fecha(w-cant-libros)
                       MOVE chq-socio TO w-lib-ref(w-cant-libros)
                       MOVE chq-importe TO
                           w-lib-importe(w-cant-libros)
                   END-IF
               END-IF
               PERFORM 260-LEER-CHEQUE
           END-PERFORM.
           IF ws-cheques-status IS NOT EQUAL "35"
               CLOSE CHEQUES
           END-IF.

       260-LEER-CHEQUE.
           READ CHEQUES AT END MOVE 1 TO w-flag-cheques.

       270-CARGAR-EXTRACTO.
      *    Only the month's credits are reconciled; the bank's own
      *    debits (fees, taxes) are the treasurer's to book as gastos.
           PERFORM 280-LEER-EXTRACTO.
           PERFORM UNTIL w-flag-extracto IS EQUAL 1
               MOVE ext-fecha TO w-fecha-aux
               IF ext-tipo IS EQUAL "C"
                       AND ext-importe IS NUMERIC
                       AND w-aux-aaaamm IS EQUAL w-mes-pedido
                   IF w-cant-banco IS NOT < w-max-banco
                       DISPLAY "ERROR: el extracto excede "
                               w-max-banco " creditos, se "
                               "concilian los primeros"
                   ELSE
                       ADD 1 TO w-cant-banco
                       MOVE ext-fecha TO w-ban-fecha(w-cant-banco)
                       MOVE ext-importe TO
                           w-ban-importe(w-cant-banco)
                       MOVE ext-referencia TO
                           w-ban-referencia(w-cant-banco)
                       MOVE SPACE TO w-ban-forma(w-cant-banco)
                       MOVE ZERO TO w-ban-libro(w-cant-banco)
                   END-IF
               END-IF
               PERFORM 280-LEER-EXTRACTO
           END-PERFORM.
           CLOSE EXTRACTO.

       280-LEER-EXTRACTO.
           READ EXTRACTO AT END MOVE 1 TO w-flag-extracto.

       290-AGREGAR-LIBRO.
           IF w-cant-libros IS NOT < w-max-libros
               IF w-desbordado IS NOT EQUAL "S"
                   DISPLAY "ERROR: los libros del mes exceden "
                           w-max-libros " partidas, se concilian "
                           "las primeras"
               END-IF
               MOVE "S" TO w-desbordado
           ELSE
               MOVE "N" TO w-desbordado
               ADD 1 TO w-cant-libros
               MOVE "N" TO w-lib-conciliado(w-cant-libros)
           END-IF.

       300-CONCILIAR-BOLETA.
      *    A credit whose reference carries a deposit's boleta
      *    number, for the same amount, is that deposit. Banks left-
      *    justify the reference, so only its leading run of
      *    characters up to the first space is taken.
           MOVE ZERO TO w-ref-boleta.
           MOVE ZERO TO w-largo-ref.
           INSPECT w-ban-referencia(w-idx-ban) TALLYING w-largo-ref
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-ref IS > ZERO AND w-largo-ref IS NOT > 10
               IF w-ban-referencia(w-idx-ban)(1:w-largo-ref)
                       IS NUMERIC
                   MOVE w-ban-referencia(w-idx-ban)(1:w-largo-ref)
                       TO w-ref-boleta
               END-IF
           END-IF.
           IF w-ref-boleta IS > ZERO
               PERFORM 310-COTEJAR-BOLETA
                   VARYING w-idx-lib FROM 1 BY 1
                   UNTIL w-idx-lib > w-cant-libros
                      OR w-ban-forma(w-idx-ban) IS NOT EQUAL SPACE
           END-IF.

       310-COTEJAR-BOLETA.
           IF w-lib-conciliado(w-idx-lib) IS EQUAL "N"
                   AND w-lib-tipo(w-idx-lib) IS EQUAL "D"
                   AND w-lib-ref(w-idx-lib) IS EQUAL w-ref-boleta
                   AND w-lib-importe(w-idx-lib) IS EQUAL
                       w-ban-importe(w-idx-ban)
               MOVE "S" TO w-lib-conciliado(w-idx-lib)
               MOVE "B" TO w-ban-forma(w-idx-ban)
               MOVE w-idx-lib TO w-ban-libro(w-idx-ban)
           END-IF.

       320-CONCILIAR-IMPORTE.
      *    Otherwise the first open book item for the same amount
      *    dated no later than the credit: the bank can only credit
      *    what was already sent.
           IF w-ban-forma(w-idx-ban) IS EQUAL SPACE
               PERFORM 330-COTEJAR-IMPORTE
                   VARYING w-idx-lib FROM 1 BY 1
                   UNTIL w-idx-lib > w-cant-libros
                      OR w-ban-forma(w-idx-ban) IS NOT EQUAL SPACE
           END-IF.

       330-COTEJAR-IMPORTE.
           IF w-lib-conciliado(w-idx-lib) IS EQUAL "N"
                   AND w-lib-importe(w-idx-lib) IS EQUAL
                       w-ban-importe(w-idx-ban)
                   AND w-lib-fecha(w-idx-lib) IS NOT >
                       w-ban-fecha(w-idx-ban)
               MOVE "S" TO w-lib-conciliado(w-idx-lib)
               MOVE "I" TO w-ban-forma(w-idx-ban)
               MOVE w-idx-lib TO w-ban-libro(w-idx-ban)
           END-IF.

       340-CONCILIAR-LOTE.
      *    Last, a credit that equals the sum of one fecha's open
      *    transfers is the bank crediting a whole debit presentment
      *    or network rendicion at once.
           IF w-ban-forma(w-idx-ban) IS EQUAL SPACE
               PERFORM 350-PROBAR-LOTE
                   VARYING w-idx-lib FROM 1 BY 1
                   UNTIL w-idx-lib > w-cant-libros
                      OR w-ban-forma(w-idx-ban) IS NOT EQUAL SPACE
           END-IF.

       350-PROBAR-LOTE.
           IF w-lib-conciliado(w-idx-lib) IS EQUAL "N"
                   AND w-lib-tipo(w-idx-lib) IS EQUAL "T"
                   AND w-lib-fecha(w-idx-lib) IS NOT >
                       w-ban-fecha(w-idx-ban)
               MOVE w-lib-fecha(w-idx-lib) TO w-fecha-lote
               MOVE ZERO TO w-suma-lote
               PERFORM 360-SUMAR-LOTE
                   VARYING w-idx-lote FROM 1 BY 1
                   UNTIL w-idx-lote > w-cant-libros
               IF w-suma-lote IS EQUAL w-ban-importe(w-idx-ban)
                   PERFORM 370-MARCAR-LOTE
                       VARYING w-idx-lote FROM 1 BY 1
                       UNTIL w-idx-lote > w-cant-libros
                   MOVE "L" TO w-ban-forma(w-idx-ban)
                   MOVE w-idx-lib TO w-ban-libro(w-idx-ban)
               END-IF
           END-IF.

       360-SUMAR-LOTE.
           IF w-lib-conciliado(w-idx-lote) IS EQUAL "N"
                   AND w-lib-tipo(w-idx-lote) IS EQUAL "T"
                   AND w-lib-fecha(w-idx-lote) IS EQUAL w-fecha-lote
               ADD w-lib-importe(w-idx-lote) TO w-suma-lote
           END-IF.

       370-MARCAR-LOTE.
           IF w-lib-conciliado(w-idx-lote) IS EQUAL "N"
                   AND w-lib-tipo(w-idx-lote) IS EQUAL "T"
                   AND w-lib-fecha(w-idx-lote) IS EQUAL w-fecha-lote
               MOVE "S" TO w-lib-conciliado(w-idx-lote)
           END-IF.

       400-ARMAR-ORIGEN.
           MOVE SPACES TO det-origen.
           EVALUATE w-lib-tipo(w-idx-lib)
               WHEN "D"
                   MOVE "DEPOSITO" TO do-tipo
               WHEN "T"
                   MOVE "TRANSF." TO do-tipo
               WHEN OTHER
                   MOVE "CHEQUE" TO do-tipo
           END-EVALUATE.
           MOVE w-lib-fecha(w-idx-lib) TO do-fecha.
           MOVE w-lib-ref(w-idx-lib) TO do-ref.

       410-IMPRIMIR-LINEA.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER 1
                   WRITE lis-reg FROM cabecera3 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.

       420-IMPRIMIR-TITULO.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM titulo AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       500-IMPRIMIR-CONCILIADOS.
           MOVE "PARTIDAS CONCILIADAS" TO ti-texto.
           PERFORM 420-IMPRIMIR-TITULO.
           PERFORM 510-IMPRIMIR-CONCILIADO
               VARYING w-idx-ban FROM 1 BY 1
               UNTIL w-idx-ban > w-cant-banco.
           MOVE w-cant-conciliados TO lt-cant.
           MOVE w-imp-conciliado TO lt-importe.
           WRITE lis-reg FROM lineatotal AFTER 1.

       510-IMPRIMIR-CONCILIADO.
           IF w-ban-forma(w-idx-ban) IS NOT EQUAL SPACE
               MOVE w-ban-libro(w-idx-ban) TO w-idx-lib
               PERFORM 400-ARMAR-ORIGEN
               EVALUATE w-ban-forma(w-idx-ban)
                   WHEN "B"
                       MOVE "BOLETA" TO do-forma
                   WHEN "I"
                       MOVE "IMPORTE" TO do-forma
                   WHEN OTHER
                       MOVE "LOTE" TO do-forma
                       MOVE ZERO TO do-ref
               END-EVALUATE
               MOVE w-ban-fecha(w-idx-ban) TO l-fecha
               MOVE w-ban-importe(w-idx-ban) TO l-importe
               MOVE w-ban-referencia(w-idx-ban) TO l-referencia
               MOVE det-origen TO l-origen
               PERFORM 410-IMPRIMIR-LINEA
               ADD 1 TO w-cant-conciliados
               ADD w-ban-importe(w-idx-ban) TO w-imp-conciliado
           END-IF.

       550-IMPRIMIR-PEND-LIBROS.
           MOVE "PARTIDAS EN LIBROS NO ACREDITADAS POR EL BANCO"
               TO ti-texto.
           PERFORM 420-IMPRIMIR-TITULO.
           PERFORM 560-IMPRIMIR-PEND-LIBRO
               VARYING w-idx-lib FROM 1 BY 1
               UNTIL w-idx-lib > w-cant-libros.
           MOVE w-cant-pend-libros TO lt-cant.
           MOVE w-imp-pend-libros TO lt-importe.
           WRITE lis-reg FROM lineatotal AFTER 1.

       560-IMPRIMIR-PEND-LIBRO.
           IF w-lib-conciliado(w-idx-lib) IS EQUAL "N"
               PERFORM 400-ARMAR-ORIGEN
               MOVE w-lib-fecha(w-idx-lib) TO l-fecha
               MOVE w-lib-importe(w-idx-lib) TO l-importe
               MOVE SPACES TO l-referencia
               MOVE det-origen TO l-origen
               PERFORM 410-IMPRIMIR-LINEA
               ADD 1 TO w-cant-pend-libros
               ADD w-lib-importe(w-idx-lib) TO w-imp-pend-libros
           END-IF.

       600-IMPRIMIR-SIN-EXPLICAR.
           MOVE "CREDITOS DEL BANCO SIN EXPLICACION EN LIBROS"
               TO ti-texto.
           PERFORM 420-IMPRIMIR-TITULO.
           PERFORM 610-IMPRIMIR-SIN-EXPLICAR
               VARYING w-idx-ban FROM 1 BY 1
               UNTIL w-idx-ban > w-cant-banco.
           MOVE w-cant-sin-explicar TO lt-cant.
           MOVE w-imp-sin-explicar TO lt-importe.
           WRITE lis-reg FROM lineatotal AFTER 1.

       610-IMPRIMIR-SIN-EXPLICAR.
           IF w-ban-forma(w-idx-ban) IS EQUAL SPACE
               MOVE w-ban-fecha(w-idx-ban) TO l-fecha
               MOVE w-ban-importe(w-idx-ban) TO l-importe
               MOVE w-ban-referencia(w-idx-ban) TO l-referencia
               MOVE SPACES TO l-origen
               PERFORM 410-IMPRIMIR-LINEA
               ADD 1 TO w-cant-sin-explicar
               ADD w-ban-importe(w-idx-ban) TO w-imp-sin-explicar
           END-IF.

       700-FIN.
           CLOSE LISTADO.
           DISPLAY "Creditos conciliados: " w-cant-conciliados
                   " por " w-imp-conciliado.
           DISPLAY "Partidas en libros sin acreditar: "
                   w-cant-pend-libros " por " w-imp-pend-libros.
           DISPLAY "Creditos sin explicacion: " w-cant-sin-explicar
                   " por " w-imp-sin-explicar.

       END PROGRAM CONCILIACION-BANCARIA.
