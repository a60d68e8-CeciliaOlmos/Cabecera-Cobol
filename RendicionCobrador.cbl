      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rendicion of a door-to-door collector. The cobrador
      *          comes back with the receipts he collected; each one is
      *          keyed here (socio with its digito verificador, and
      *          importe) and booked as a clase
      *          "P" pago into ARCHTRANS under today's fecha, with its
      *          "C" header and "T" trailer and the fecha registered in
      *          FECHAS-CTL, so it settles through OrdenarTrans and
      *          CabecAct like any counter pago. At the close the
      *          program works out the commission the collector keeps
      *          at his COBRADORES rate, prints the rendicion voucher
      *          with what he collected, what he keeps and what he owes
      *          the club, and logs it in RENDICIONES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDICION-COBRADOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs, so the pagos land in the same ARCHTRANS the
      *    pipeline drains.
           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-arch-trans-status.

           SELECT COBRADORES
           ASSIGN TO "COBRADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cob-codigo
           FILE STATUS IS ws-cobradores-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

      *    FECHAS-CTL is the fecha-status control file: the fecha this
      *    run writes under is checked and registered here the same
      *    way a sala merge registers its fechas.
           SELECT FECHAS-CTL
           ASSIGN TO "FECHASCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS fec-fecha
           FILE STATUS IS ws-fechasctl-status.

      *    RENDICIONES keeps one row per settled rendicion: who,
      *    when, how much he collected, kept and handed over.
           SELECT RENDICIONES
           ASSIGN TO "RENDICIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-rendiciones-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

      *    A receipt whose digito verificador does not match its
      *    socio is logged here for the supervisor's review.
           SELECT ARCH-ERRORES
           ASSIGN TO "ARCHERRORES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-errores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADORENDICION".

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS.
       01  tr-cab-reg.
           03 tr-cab-tipo PIC X.
           03 tr-cab-fecha PIC 9(8).
      *    Sala/branch the header was keyed in, carried from entry
      *    onward so a questioned figure can be traced to its room.
           03 tr-cab-sala PIC 99.
       01  tr-det-reg.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
      *    cheque, "T" transferencia; rows keyed before the field
      *    existed read back as space and count as efectivo.
           03 tr-det-medio PIC X.
      *    "T" trailer closing the session's fecha with its detail
      *    count and amount, verified by the chain downstream.
       01  tr-tra-reg.
           03 tr-tra-tipo PIC X.
           03 tr-tra-cant PIC 9(5).
           03 tr-tra-importe PIC S9(9)V99.

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

       FD  FECHAS-CTL.
       01  fec-reg.
           03 fec-fecha pic 9(8).
           03 fec-estado pic x.
           03 fec-cant-reg pic 9(5).
           03 fec-importe pic s9(9)v99.

       FD  RENDICIONES.
       01  ren-reg.
           03 ren-cobrador pic 9(3).
           03 ren-fecha pic 9(8).
           03 ren-hora pic 9(6).
           03 ren-cant pic 9(5).
           03 ren-cobrado pic s9(9)v99.
           03 ren-comision pic s9(7)v99.
           03 ren-neto pic s9(9)v99.
           03 ren-operador pic x(10).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       FD  ARCH-ERRORES.
       01  err-reg.
           03 err-campo pic x(10).
           03 err-valor pic s9(9)v99.
           03 err-fecha pic 9(8).

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-arch-trans-status pic xx.
       01  ws-cobradores-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-fechasctl-status pic xx.
       01  ws-rendiciones-status pic xx.
       01  ws-operadores-status pic xx.
       01  ws-errores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
      *    then falls back to the old accept-any-code behaviour
      *    instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-fecha-hoy pic 9(8).
       01  w-hora pic 9(6).
       01  w-cobrador-ing pic 9(3).
       01  w-cobrador-valido pic x value "N".
       01  w-socio-ing pic 9(5).
       01  w-dv-ing pic 9.
       01  w-dv-calc pic 9.
       01  w-importe-ing pic 9(7)v99.
       01  w-importe-max pic s9(7)v99 value 50000,00.
       01  w-importe-max-env pic x(10).
       01  w-importe-max-cents pic 9(9) value zero.
       01  w-confirmar pic x value "N".
       01  w-cabecera-hecha pic x value "N".
      *    Detail rows and amount written under today's fecha, the
      *    figures its closing "T" trailer carries, and the same
      *    totals the rendicion is settled on.
       01  w-cant-lote pic 9(5) value zero.
       01  w-imp-lote pic s9(9)v99 value zero.
       01  w-comision pic s9(7)v99 value zero.
       01  w-neto pic s9(9)v99 value zero.
      *    Run-lock workbench: ARCHTRANS is claimed in the BLOQUEOS
      *    register for the session and released at the normal end
      *    of run.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  cabecera1.
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "RENDICION DE COBRADOR".
           03 rc-codigo pic 9(3).
           03 filler pic x value space.
           03 rc-nombre pic x(25).
           03 filler pic x(2) value spaces.
           03 rc-fecha pic 9(8).
           03 filler pic x value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(10) value spaces.
           03 filler pic x(5) value "SOCIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "NOMBRE".
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "IMPORTE".
           03 filler pic x(18) value spaces.
       01  detalle.
           03 filler pic x(9) value spaces.
           03 l-soc pic 9(5).
           03 filler pic x value "-".
           03 l-dv pic 9.
           03 filler pic x value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-importe pic zz.zzz.zz9,99.
           03 filler pic x(18) value spaces.
       01  lineatotal.
           03 filler pic x(10) value spaces.
           03 lt-texto pic x(37).
           03 lt-importe pic zzz.zzz.zz9,99.
           03 filler pic x(19) value spaces.
       01  lineacant.
           03 filler pic x(10) value spaces.
           03 filler pic x(37) value "RECIBOS COBRADOS".
           03 lc-cant pic zz.zz9.
           03 filler pic x(27) value spaces.
       01  lineafirma.
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "FIRMA COBRADOR ..............".
           03 filler pic x(5) value spaces.
           03 filler pic x(30) value "RECIBIO ......................".
           03 filler pic x(5) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PEDIR-COBRADOR.
           PERFORM 300-INGRESAR-COBRANZA.
           IF w-cant-lote IS > ZERO
               PERFORM 500-LIQUIDAR-RENDICION
           ELSE
               DISPLAY "No se ingresaron cobranzas, no hay "
                       "rendicion"
           END-IF.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-PEDIR-OPERADOR.
           PERFORM 110-CARGAR-IMPORTE-MAX.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 140-VERIFICAR-FECHA-HOY.
           PERFORM 150-TOMAR-BLOQUEO.

       110-CARGAR-IMPORTE-MAX.
      *    IMPORTEMAX overrides the compiled-in ceiling without a
      *    recompile, the same environment-variable lookup used for
      *    file paths; a collected receipt respects the same ceiling
      *    the validator enforces on a keyed one.
           ACCEPT w-importe-max-env FROM ENVIRONMENT "IMPORTEMAX".
           IF w-importe-max-env IS NOT EQUAL SPACES
               MOVE w-importe-max-env TO w-importe-max-cents
               COMPUTE w-importe-max = w-importe-max-cents / 100
           END-IF.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT COBRADORES.
           IF ws-cobradores-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir COBRADORES, estado "
                       ws-cobradores-status
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
           OPEN EXTEND ARCH-TRANS.
           IF ws-arch-trans-status IS EQUAL "35"
               OPEN OUTPUT ARCH-TRANS
           END-IF.
           OPEN I-O FECHAS-CTL.
           IF ws-fechasctl-status IS EQUAL "35"
               OPEN OUTPUT FECHAS-CTL
               CLOSE FECHAS-CTL
               OPEN I-O FECHAS-CTL
           END-IF.
           OPEN EXTEND RENDICIONES.
           IF ws-rendiciones-status IS EQUAL "35"
               OPEN OUTPUT RENDICIONES
           END-IF.
           OPEN EXTEND ARCH-ERRORES.
           IF ws-errores-status IS EQUAL "35"
               OPEN OUTPUT ARCH-ERRORES
           END-IF.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.

       130-PEDIR-OPERADOR.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 135-VALIDAR-OPERADOR
                   UNTIL w-operador-valido IS EQUAL "S"
           END-IF.

       135-VALIDAR-OPERADOR.
           MOVE w-operador-id TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "Error, el operador no figura en el "
                           "maestro"
               NOT INVALID KEY
                   IF ope-activo IS EQUAL "S"
                       CALL "VALIDAR-CLAVE" USING ope-codigo,
                           w-clave-valida
                       IF w-clave-valida IS EQUAL "S"
                           MOVE "S" TO w-operador-valido
                           DISPLAY "Operador: " ope-nombre
                       END-IF
                   ELSE
                       DISPLAY "Error, el operador esta inactivo"
                   END-IF
           END-READ.
           IF w-operador-valido IS NOT EQUAL "S"
               DISPLAY "Ingrese su codigo de operador"
               ACCEPT w-operador-id
           END-IF.

       140-VERIFICAR-FECHA-HOY.
      *    The collected pagos book under today's fecha; a fecha the
      *    control file already holds cerrada cannot take more rows,
      *    the same refusal the sala merge applies.
           MOVE w-fecha-hoy TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fec-estado IS EQUAL "C"
                       DISPLAY "ERROR: la fecha " w-fecha-hoy
                               " ya esta cerrada, recibir la "
                               "rendicion manana"
                       STOP RUN
                   END-IF
           END-READ.

       150-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede recibir la rendicion, ARCHTRANS "
                       "esta en uso"
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       200-PEDIR-COBRADOR.
           MOVE "N" TO w-cobrador-valido.
           PERFORM UNTIL w-cobrador-valido IS EQUAL "S"
               DISPLAY "Ingrese el codigo de cobrador"
               ACCEPT w-cobrador-ing
               MOVE w-cobrador-ing TO cob-codigo
               READ COBRADORES
                   INVALID KEY
                       DISPLAY "Error, el cobrador no existe"
                   NOT INVALID KEY
                       IF cob-activo IS EQUAL "S"
                           MOVE "S" TO w-cobrador-valido
                           DISPLAY "Cobrador: " cob-nombre
                                   "  comision " cob-comision " %"
                       ELSE
                           DISPLAY "Error, el cobrador esta dado de "
                                   "baja"
                       END-IF
               END-READ
           END-PERFORM.
           OPEN OUTPUT LISTADO.
           MOVE cob-codigo TO rc-codigo.
           MOVE cob-nombre TO rc-nombre.
           MOVE w-fecha-hoy TO rc-fecha.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       300-INGRESAR-COBRANZA.
           DISPLAY "Ingrese el nro. de socio del recibo (0 = fin)".
           ACCEPT w-socio-ing.
           PERFORM UNTIL w-socio-ing IS EQUAL ZERO
               PERFORM 310-PROCESAR-RECIBO
               DISPLAY "Ingrese el nro. de socio del recibo "
                       "(0 = fin)"
               ACCEPT w-socio-ing
           END-PERFORM.

       310-PROCESAR-RECIBO.
      *    The receipt carries the socio with its digito verificador;
      *    a number misread off a crumpled receipt no longer matches
      *    it, and the pago is refused instead of landing on another
      *    member's ledger.
           DISPLAY "Ingrese el digito verificador del socio".
           ACCEPT w-dv-ing.
           CALL "DIGITO-SOCIO" USING w-socio-ing, w-dv-calc.
           IF w-dv-ing IS NOT EQUAL w-dv-calc
               DISPLAY "Error, el digito verificador no corresponde "
                       "al socio " w-socio-ing
               MOVE "SOCIO-DV" TO err-campo
               MOVE w-socio-ing TO err-valor
               MOVE w-fecha-hoy TO err-fecha
               WRITE err-reg
           ELSE
               MOVE w-socio-ing TO soc-numero
               READ SOCIOS
                   INVALID KEY
                       DISPLAY "Error, el socio " w-socio-ing
                               " no existe en el padron"
                   NOT INVALID KEY
                       PERFORM 320-PEDIR-IMPORTE
               END-READ
           END-IF.

       320-PEDIR-IMPORTE.
           DISPLAY "Socio " w-socio-ing " " soc-nombre.
           DISPLAY "Ingrese el importe cobrado".
           ACCEPT w-importe-ing.
           PERFORM UNTIL w-importe-ing IS > ZERO
                     AND w-importe-ing IS NOT > w-importe-max
               DISPLAY "Error, el importe debe ser positivo y no "
                       "superar el max. permitido"
               ACCEPT w-importe-ing
           END-PERFORM.
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "S"
               PERFORM 330-GRABAR-PAGO
           ELSE
               DISPLAY "Recibo descartado"
           END-IF.

       330-GRABAR-PAGO.
           PERFORM 410-GRABAR-CABECERA.
           MOVE "D" TO tr-det-tipo.
           MOVE "P" TO tr-det-clase.
           MOVE "N" TO tr-det-mov.
           MOVE w-socio-ing TO tr-det-socio.
           MOVE w-importe-ing TO tr-det-importe.
      *    Rendiciones are received centrally, in the main sala, and
      *    what the collector brings back is cash.
           MOVE 1 TO tr-det-sala.
           MOVE "E" TO tr-det-medio.
           WRITE tr-det-reg.
           PERFORM 420-ACTUALIZAR-FECHA-CTL.
           MOVE w-socio-ing TO l-soc.
           MOVE w-dv-ing TO l-dv.
           MOVE soc-nombre TO l-nombre.
           MOVE w-importe-ing TO l-importe.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER 1
                   WRITE lis-reg FROM cabecera3 AFTER 1
           END-WRITE.

       410-GRABAR-CABECERA.
      *    The "C" header for today's fecha is written once, on the
      *    first pago actually booked, so a rendicion abandoned before
      *    the first receipt leaves no detail-less header. A fecha
      *    the site already holds pendiente keeps its counts, the same
      *    way the sala merge registers one.
           IF w-cabecera-hecha IS NOT EQUAL "S"
               MOVE "C" TO tr-cab-tipo
               MOVE w-fecha-hoy TO tr-cab-fecha
               MOVE 1 TO tr-cab-sala
               WRITE tr-cab-reg
               MOVE w-fecha-hoy TO fec-fecha
               MOVE "P" TO fec-estado
               MOVE ZERO TO fec-cant-reg
               MOVE ZERO TO fec-importe
               WRITE fec-reg
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "S" TO w-cabecera-hecha
           END-IF.

       420-ACTUALIZAR-FECHA-CTL.
           MOVE w-fecha-hoy TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO fec-cant-reg
                   ADD tr-det-importe TO fec-importe
                   REWRITE fec-reg
           END-READ.
           ADD 1 TO w-cant-lote.
           ADD tr-det-importe TO w-imp-lote.

       500-LIQUIDAR-RENDICION.
      *    The collector keeps his percentage out of what he brought
      *    in; the rest is what he hands over at the window. The
      *    pagos themselves are booked whole, so each socio is
      *    credited everything he paid.
           COMPUTE w-comision ROUNDED =
               w-imp-lote * cob-comision / 100.
           COMPUTE w-neto = w-imp-lote - w-comision.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE w-cant-lote TO lc-cant.
           WRITE lis-reg FROM lineacant AFTER 1.
           MOVE "TOTAL COBRADO" TO lt-texto.
           MOVE w-imp-lote TO lt-importe.
           WRITE lis-reg FROM lineatotal AFTER 1.
           DISPLAY lis-reg.
           MOVE "COMISION RETENIDA POR EL COBRADOR" TO lt-texto.
           MOVE w-comision TO lt-importe.
           WRITE lis-reg FROM lineatotal AFTER 1.
           DISPLAY lis-reg.
           MOVE "IMPORTE A RENDIR AL CLUB" TO lt-texto.
           MOVE w-neto TO lt-importe.
           WRITE lis-reg FROM lineatotal AFTER 1.
           DISPLAY lis-reg.
           WRITE lis-reg FROM lineafirma AFTER 3.
           ACCEPT w-hora FROM TIME.
           MOVE cob-codigo TO ren-cobrador.
           MOVE w-fecha-hoy TO ren-fecha.
           MOVE w-hora TO ren-hora.
           MOVE w-cant-lote TO ren-cant.
           MOVE w-imp-lote TO ren-cobrado.
           MOVE w-comision TO ren-comision.
           MOVE w-neto TO ren-neto.
           MOVE w-operador-id TO ren-operador.
           WRITE ren-reg.

       700-FIN.
      *    The session's fecha closes with a "T" control record
      *    carrying its detail count and amount, the same trailer the
      *    entry program leaves; a session that wrote nothing has no
      *    header and needs none.
           IF w-cabecera-hecha IS EQUAL "S"
               MOVE "T" TO tr-tra-tipo
               MOVE w-cant-lote TO tr-tra-cant
               MOVE w-imp-lote TO tr-tra-importe
               WRITE tr-tra-reg
           END-IF.
           CLOSE ARCH-TRANS.
           CLOSE COBRADORES.
           CLOSE SOCIOS.
           CLOSE FECHAS-CTL.
           CLOSE RENDICIONES.
           CLOSE ARCH-ERRORES.
           CLOSE LISTADO.
           IF w-oper-master IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.
           PERFORM 160-LIBERAR-BLOQUEO.

       END PROGRAM RENDICION-COBRADOR.
