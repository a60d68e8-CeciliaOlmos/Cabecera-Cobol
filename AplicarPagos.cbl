      *          archive. LEDGER-SOCIOS only carries the charge and
      *          payment sides as two lump sums, so nobody could say
      *          WHICH months' cuotas remain unpaid. This batch sorts
      *          ARCH-HISTORIAL by socio and fecha, pairs each pago
      *          against the socio's charges (clase "Q", "M" and any
      *          other clase CLASES puts on the charge side, such as a
      *          cuota extraordinaria) oldest first, rewrites the
      *          IMPUTACIONES file
      *          naming which pago cancelled which charge, and prints
      *          an aging listing with 30/60/90/over-90 buckets per
      *          socio. Rebuilt from scratch on every run, the same
      *          way AuditarLedger rebuilds its expected balances, so
      *          the imputaciones can never drift from the archive
      *          they were derived from. Each imputacion also carries
      *          the sala and medio the pago came in by, paired from
      *          its original ARCHTRANS/ARCHTRANSHIST detail, for the
      *          collection-efficiency report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-imputaciones-status.

      *    HISTORIAL does not carry the sala or the medio de pago;
      *    they are taken from the original detail, still in
      *    ARCHTRANS or already moved to ARCHTRANSHIST (same layout).
           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

           SELECT ARCH-ARCHIVO
           ASSIGN TO "ARCHTRANSHIST"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-archivo-status.

           SELECT ARCH-ERRORES
           ASSIGN TO "ARCHERRORES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-errores-status.

      *    CLASES is the transaction-class master: the side each
      *    clase letter falls on decides whether a row is a charge to
      *    cancel or a pago to apply, the same split CabecAct keeps
      *    the ledger by.
           SELECT CLASES
           ASSIGN TO "CLASES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-clases-status.

           SELECT SORT-WORK
           ASSIGN TO "aplicarpagos.tmp".

       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.

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

       FD  ARCH-IMPUTACIONES.
       01  imp-reg.
           03 imp-socio pic 9(5).
           03 imp-fecha-pago pic 9(8).
           03 imp-fecha-cargo pic 9(8).
           03 imp-clase-cargo pic x.
      *    imputacion can be traced to its rebuild.
           03 imp-corrida-fecha pic 9(8).
           03 imp-corrida-hora pic 9(6).
      *    Sala and medio of the pago ("E" efectivo, "C" cheque, "T"
      *    transferencia, "D" debito automatico); zero and space
      *    when the pago has no detail to pair with, such as a
      *    correccion.
           03 imp-sala pic 99.
           03 imp-medio pic x.

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
      *    cheque, "T" transferencia, "D" debito automatico; rows
      *    keyed before the field existed read back as space and
      *    count as efectivo.
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

       FD  ARCH-ERRORES.
       01  err-reg.
      *    report can pull one date's exceptions together.
           03 err-fecha pic 9(8).

       FD  CLASES.
       01  cls-reg.
           03 cls-codigo pic x.
           03 cls-descripcion pic x(20).
      *    "C" accumulates on the ledger's charge side (led-cargos),
      *    "P" on the payment side (led-pagos).
           03 cls-lado pic x.

       SD  SORT-WORK.
       01  sw-reg.
           03 sw-socio pic 9(5).
           03 sw-fecha pic 9(8).
      *    "A" an original ARCHTRANS/ARCHTRANSHIST detail, "H" a
      *    settled HISTORIAL row; the details of a fecha sort first,
      *    so they are at hand when its pagos arrive.
           03 sw-fuente pic x.
      *    The corrida stamp keeps two settlements of the same fecha
      *    in the order they were applied.
           03 sw-corrida-fecha pic 9(8).
           03 sw-clase pic x.
           03 sw-mov pic x.
           03 sw-importe pic s9(7)v99.
           03 sw-sala pic 99.
           03 sw-medio pic x.

       FD  listado
           LINAGE IS 60 LINES
       01  ws-socios-status pic xx.
       01  ws-imputaciones-status pic xx.
       01  ws-errores-status pic xx.
       01  ws-clases-status pic xx.
       01  ws-arch-trans-status pic xx.
       01  ws-archivo-status pic xx.
       01  w-flag-transc pic 9 value zero.
       01  w-flag-archivo pic 9 value zero.
       01  w-fecha-actual pic 9(8).
      *    The accepted clase letters and their ledger side, loaded
      *    once per run (or primed with the historical Q/P/M when the
      *    site has no CLASES master yet).
       01  w-tabla-clases.
           03 w-clase-ent OCCURS 20 TIMES.
               05 w-cls-codigo pic x.
               05 w-cls-lado pic x.
       01  w-cant-clases pic 9(2) value zero.
       01  w-idx-clase pic 9(2).
       01  w-flag-clases pic 9 value zero.
       01  w-clase-lado pic x.
       01  w-flag-hist pic 9 value zero.
       01  w-flag-sort pic 9 value zero.
       01  w-socio-act pic 9(5).
       01  w-fecha-hoy pic 9(8).
       01  filler REDEFINES w-fecha-hoy.
           03 w-hoy-aaaa pic 9(4).
               05 w-pag-fecha pic 9(8).
               05 w-pag-importe pic s9(7)v99.
               05 w-pag-saldo pic s9(7)v99.
               05 w-pag-sala pic 99.
               05 w-pag-medio pic x.
       01  w-cant-pagos pic 9(3) value zero.
      *    The socio-in-progress's original pago details, each used
      *    once, so two equal pagos of a socio the same day keep
      *    their own sala and medio.
       01  w-tabla-detalles.
           03 w-detalle OCCURS 400 TIMES.
               05 w-det-fecha pic 9(8).
               05 w-det-clase pic x.
               05 w-det-importe pic s9(7)v99.
               05 w-det-sala pic 99.
               05 w-det-medio pic x.
               05 w-det-usado pic x.
       01  w-cant-detalles pic 9(3) value zero.
       01  w-idx-det pic 9(3).
       01  w-det-hallado pic x.
       01  w-idx pic 9(3).
       01  w-idx-cargo pic 9(3).
       01  w-idx-pago pic 9(3).
           03 filler pic x(12) value "  MAS DE 90".
           03 filler pic x(4) value spaces.
       01  detalle.
           03 l-soc pic 9(5).
           03 filler pic x value space.
           03 l-nombre pic x(15).
           03 filler pic x value space.
           03 l-b30 pic zz.zzz.zz9,99.
           SORT SORT-WORK
               ON ASCENDING KEY sw-socio
                  ASCENDING KEY sw-fecha
                  ASCENDING KEY sw-fuente
                  ASCENDING KEY sw-corrida-fecha
                  ASCENDING KEY sw-corrida-hora
               INPUT PROCEDURE IS 100-CARGAR-HISTORIAL
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-corrida-fecha FROM DATE YYYYMMDD.
           ACCEPT w-corrida-hora FROM TIME.
           PERFORM 120-CARGAR-CLASES.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir HISTORIAL, estado "
                   MOVE hst-clase TO sw-clase
                   MOVE hst-mov TO sw-mov
                   MOVE hst-importe TO sw-importe
                   MOVE "H" TO sw-fuente
                   MOVE ZERO TO sw-sala
                   MOVE SPACE TO sw-medio
                   RELEASE sw-reg
               END-IF
               PERFORM 110-LEER-HISTORIAL
           END-PERFORM.
           CLOSE ARCH-HISTORIAL.
           PERFORM 130-CARGAR-DETALLES.

       110-LEER-HISTORIAL.
           READ ARCH-HISTORIAL AT END MOVE 1 TO w-flag-hist.

       120-CARGAR-CLASES.
           OPEN INPUT CLASES.
           IF ws-clases-status IS NOT EQUAL "00"
               PERFORM 128-CLASES-DE-FABRICA
           ELSE
               PERFORM 126-LEER-CLASE
               PERFORM UNTIL w-flag-clases IS EQUAL 1
                          OR w-cant-clases IS NOT < 20
                   ADD 1 TO w-cant-clases
                   MOVE cls-codigo TO
                       w-cls-codigo(w-cant-clases)
                   MOVE cls-lado TO w-cls-lado(w-cant-clases)
                   PERFORM 126-LEER-CLASE
               END-PERFORM
               CLOSE CLASES
               IF w-cant-clases IS EQUAL ZERO
                   PERFORM 128-CLASES-DE-FABRICA
               END-IF
           END-IF.

       126-LEER-CLASE.
           READ CLASES AT END MOVE 1 TO w-flag-clases.

       128-CLASES-DE-FABRICA.
      *    The three historical letters, exactly the split this
      *    program always applied before the master existed.
           MOVE 3 TO w-cant-clases.
           MOVE "Q" TO w-cls-codigo(1).
           MOVE "C" TO w-cls-lado(1).
           MOVE "P" TO w-cls-codigo(2).
           MOVE "P" TO w-cls-lado(2).
           MOVE "M" TO w-cls-codigo(3).
           MOVE "C" TO w-cls-lado(3).

       130-CARGAR-DETALLES.
      *    Both the pending file and the archive are walked tracking
      *    the current "C" header; every positive detail goes into
      *    the sort under its fecha, and only the pago-side ones are
      *    kept on the way out.
           OPEN INPUT ARCH-TRANS.
           IF ws-arch-trans-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-transc
           ELSE
               PERFORM 135-LEER-TRANS
           END-IF.
           PERFORM UNTIL w-flag-transc IS EQUAL 1
               IF tr-cab-tipo IS EQUAL "C"
                   MOVE tr-cab-fecha TO w-fecha-actual
               ELSE
                   IF tr-det-tipo IS EQUAL "D"
                       PERFORM 140-SOLTAR-DETALLE
                   END-IF
               END-IF
               PERFORM 135-LEER-TRANS
           END-PERFORM.
           IF ws-arch-trans-status IS NOT EQUAL "35"
               CLOSE ARCH-TRANS
           END-IF.
           OPEN INPUT ARCH-ARCHIVO.
           IF ws-archivo-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-archivo
           ELSE
               PERFORM 137-LEER-ARCHIVO
           END-IF.
           PERFORM UNTIL w-flag-archivo IS EQUAL 1
               IF arc-cab-tipo IS EQUAL "C"
                   MOVE arc-cab-fecha TO w-fecha-actual
               ELSE
                   IF arc-det-tipo IS EQUAL "D"
                       MOVE arc-det-clase TO tr-det-clase
                       MOVE arc-det-mov TO tr-det-mov
                       MOVE arc-det-socio TO tr-det-socio
                       MOVE arc-det-importe TO tr-det-importe
                       MOVE arc-det-sala TO tr-det-sala
                       MOVE arc-det-medio TO tr-det-medio
                       PERFORM 140-SOLTAR-DETALLE
                   END-IF
               END-IF
               PERFORM 137-LEER-ARCHIVO
           END-PERFORM.
           IF ws-archivo-status IS NOT EQUAL "35"
               CLOSE ARCH-ARCHIVO
           END-IF.

       135-LEER-TRANS.
           READ ARCH-TRANS AT END MOVE 1 TO w-flag-transc.

       137-LEER-ARCHIVO.
           READ ARCH-ARCHIVO AT END MOVE 1 TO w-flag-archivo.

       140-SOLTAR-DETALLE.
           IF tr-det-socio IS > ZERO
                   AND tr-det-importe IS > ZERO
               MOVE tr-det-socio TO sw-socio
               MOVE w-fecha-actual TO sw-fecha
               MOVE "A" TO sw-fuente
               MOVE ZERO TO sw-corrida-fecha
               MOVE ZERO TO sw-corrida-hora
               MOVE tr-det-clase TO sw-clase
               MOVE tr-det-mov TO sw-mov
               MOVE tr-det-importe TO sw-importe
               MOVE tr-det-sala TO sw-sala
               IF tr-det-medio IS EQUAL SPACE
                   MOVE "E" TO sw-medio
               ELSE
                   MOVE tr-det-medio TO sw-medio
               END-IF
               RELEASE sw-reg
           END-IF.

       200-APLICAR-PAGOS.
           OPEN INPUT SOCIOS.
      *    SOCIOS is the member master every socio lookup in this
           MOVE sw-socio TO w-socio-act.
           MOVE ZERO TO w-cant-cargos.
           MOVE ZERO TO w-cant-pagos.
           MOVE ZERO TO w-cant-detalles.

       240-ACUMULAR-MOVIMIENTO.
      *    Positive charge-side rows are the open items; positive
      *    pago-side rows are the money to apply. A reversal
      *    (negative row) cancels its original on the same side
      *    instead of entering the pairing: pairing a reversal
      *    forward would cancel the wrong month's cuota.
      *    An original detail only stands by to lend its sala and
      *    medio to the HISTORIAL pago it settled as.
           PERFORM 242-BUSCAR-LADO-CLASE.
           IF sw-fuente IS EQUAL "A"
               IF w-clase-lado IS EQUAL "P"
                   PERFORM 246-GUARDAR-DETALLE
               END-IF
           ELSE
               IF w-clase-lado IS EQUAL "P"
                   IF sw-importe IS NOT < ZERO
                       PERFORM 250-AGREGAR-PAGO
                   ELSE
                       PERFORM 260-REVERSAR-PAGO
                   END-IF
               ELSE
                   IF sw-importe IS NOT < ZERO
                       PERFORM 255-AGREGAR-CARGO
                   ELSE
               END-IF
           END-IF.

       242-BUSCAR-LADO-CLASE.
      *    A clase the table does not know is a charge, the same
      *    default CabecAct posts it to the ledger with.
           MOVE "C" TO w-clase-lado.
           PERFORM 244-COTEJAR-CLASE
               VARYING w-idx-clase FROM 1 BY 1
               UNTIL w-idx-clase > w-cant-clases.

       244-COTEJAR-CLASE.
           IF w-cls-codigo(w-idx-clase) IS EQUAL sw-clase
               MOVE w-cls-lado(w-idx-clase) TO w-clase-lado
           END-IF.

       246-GUARDAR-DETALLE.
      *    Past 400 the extra details are simply not kept; their
      *    pagos are imputed all the same, without sala or medio.
           IF w-cant-detalles IS < 400
               ADD 1 TO w-cant-detalles
               MOVE sw-fecha TO w-det-fecha(w-cant-detalles)
               MOVE sw-clase TO w-det-clase(w-cant-detalles)
               MOVE sw-importe TO w-det-importe(w-cant-detalles)
               MOVE sw-sala TO w-det-sala(w-cant-detalles)
               MOVE sw-medio TO w-det-medio(w-cant-detalles)
               MOVE "N" TO w-det-usado(w-cant-detalles)
           END-IF.

       250-AGREGAR-PAGO.
           IF w-cant-pagos IS < 400
               ADD 1 TO w-cant-pagos
               MOVE sw-fecha TO w-pag-fecha(w-cant-pagos)
               MOVE sw-importe TO w-pag-importe(w-cant-pagos)
               MOVE sw-importe TO w-pag-saldo(w-cant-pagos)
               MOVE ZERO TO w-pag-sala(w-cant-pagos)
               MOVE SPACE TO w-pag-medio(w-cant-pagos)
               MOVE "N" TO w-det-hallado
               PERFORM 252-COTEJAR-DETALLE
                   VARYING w-idx-det FROM 1 BY 1
                   UNTIL w-idx-det > w-cant-detalles
                      OR w-det-hallado IS EQUAL "S"
           ELSE
               PERFORM 270-DESBORDE-TABLA
           END-IF.

       252-COTEJAR-DETALLE.
           IF w-det-usado(w-idx-det) IS EQUAL "N"
                   AND w-det-fecha(w-idx-det) IS EQUAL sw-fecha
                   AND w-det-clase(w-idx-det) IS EQUAL sw-clase
                   AND w-det-importe(w-idx-det) IS EQUAL sw-importe
               MOVE w-det-sala(w-idx-det) TO
                   w-pag-sala(w-cant-pagos)
               MOVE w-det-medio(w-idx-det) TO
                   w-pag-medio(w-cant-pagos)
               MOVE "S" TO w-det-usado(w-idx-det)
               MOVE "S" TO w-det-hallado
           END-IF.

       255-AGREGAR-CARGO.
           IF w-cant-cargos IS < 400
               ADD 1 TO w-cant-cargos
           MOVE w-car-fecha(w-idx-cargo) TO imp-fecha-cargo.
           MOVE w-car-clase(w-idx-cargo) TO imp-clase-cargo.
           MOVE w-aplicado TO imp-importe.
           MOVE w-pag-sala(w-idx-pago) TO imp-sala.
           MOVE w-pag-medio(w-idx-pago) TO imp-medio.
           MOVE w-corrida-fecha TO imp-corrida-fecha.
           MOVE w-corrida-hora TO imp-corrida-hora.
           WRITE imp-reg.
