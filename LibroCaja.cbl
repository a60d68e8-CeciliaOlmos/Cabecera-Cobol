      *          the day's gastos from the GASTOS file into one
      *          journal with a running cash balance -- the report
      *          the auditors actually ask for, instead of an arqueo
      *          that never matched the notebook. The day's bank
      *          deposits from the DEPOSITOS register leave the drawer
      *          as outflows too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-gastos-status.

      *    DEPOSITOS is the register of money taken from the drawer
      *    to the bank; a site that keeps none simply shows none.
           SELECT DEPOSITOS
           ASSIGN TO "DEPOSITOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-depositos-status.

      *    CLASES is the transaction-class master; which settled
      *    movements count as money into the drawer runs off each
      *    clase's lado, with the historical "P" as the fallback.
       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
           03 gas-operador pic x(10).
           03 gas-supervisor pic x(10).

       FD  DEPOSITOS.
       01  dep-reg.
           03 dep-fecha pic 9(8).
           03 dep-sala pic 99.
           03 dep-importe pic 9(9)v99.
           03 dep-boleta pic 9(10).
           03 dep-operador pic x(10).
           03 dep-supervisor pic x(10).

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
       01  ws-historial-status pic xx.
       01  ws-gastos-status pic xx.
       01  ws-clases-status pic xx.
       01  ws-depositos-status pic xx.
       01  w-flag-hist pic 9 value zero.
       01  w-flag-gastos pic 9 value zero.
       01  w-flag-clases pic 9 value zero.
       01  w-flag-depositos pic 9 value zero.
       01  w-fecha-pedida pic 9(8).
      *    The accepted clase letters and their ledger side, loaded
      *    once (or primed with the historical Q/P/M when the site
           03 filler pic x(10) value spaces.
       01  det-ingreso.
           03 filler pic x(6) value "SOCIO ".
           03 di-socio pic 9(5).
           03 filler pic x(8) value "  CLASE ".
           03 di-clase pic x.
           03 filler pic x(10) value spaces.
       01  det-egreso.
           03 de-concepto pic x(20).
           03 filler pic x(6) value " CPTE ".
           03 de-comprobante pic 9(8) value zero.
       01  det-deposito.
           03 filler pic x(7) value "BOLETA ".
           03 dd-boleta pic 9(10).
           03 filler pic x(6) value " SALA ".
           03 dd-sala pic 99.
           03 filler pic x(5) value spaces.
       01  totalcaja.
           03 filler pic x(20) value "TOTALES DEL DIA".
           03 filler pic x(10) value "INGRESOS: ".
           PERFORM 100-INICIO.
           PERFORM 200-LISTAR-INGRESOS.
           PERFORM 300-LISTAR-EGRESOS.
           PERFORM 400-LISTAR-DEPOSITOS.
           PERFORM 600-TOTAL-DIA.
           PERFORM 700-FIN.
           STOP RUN.
           MOVE w-saldo-caja TO l-saldo.
           PERFORM 500-IMPRIMIR-LINEA.

       400-LISTAR-DEPOSITOS.
      *    Cash carried to the bank leaves the drawer like a gasto
      *    does; it is counted with the day's egresos so the closing
      *    balance is what should still be in the drawer.
           OPEN INPUT DEPOSITOS.
           IF ws-depositos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-depositos
           ELSE
               PERFORM 410-LEER-DEPOSITO
           END-IF.
           PERFORM UNTIL w-flag-depositos IS EQUAL 1
               IF dep-fecha IS EQUAL w-fecha-pedida
                   PERFORM 420-IMPRIMIR-DEPOSITO
               END-IF
               PERFORM 410-LEER-DEPOSITO
           END-PERFORM.
           IF ws-depositos-status IS NOT EQUAL "35"
               CLOSE DEPOSITOS
           END-IF.

       410-LEER-DEPOSITO.
           READ DEPOSITOS AT END MOVE 1 TO w-flag-depositos.

       420-IMPRIMIR-DEPOSITO.
           SUBTRACT dep-importe FROM w-saldo-caja.
           ADD dep-importe TO w-total-egresos.
           MOVE "DEPOSITO" TO l-tipo.
           MOVE dep-boleta TO dd-boleta.
           MOVE dep-sala TO dd-sala.
           MOVE det-deposito TO l-detalle.
           MOVE dep-importe TO l-importe.
           MOVE w-saldo-caja TO l-saldo.
           PERFORM 500-IMPRIMIR-LINEA.

       500-IMPRIMIR-LINEA.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
