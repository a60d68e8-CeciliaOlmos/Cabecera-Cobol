      *          produces, ready for OrdenarTrans and CabecAct.
      *          Replaces the hand-keying of hundreds of identical
      *          cuotas every month; manual entry stays only for
      *          pagos, multas, and exceptions. A month a socio paid
      *          in advance (ADELANTOS, RegistrarAdelanto) bills only
      *          its share of the prepaid amount, which the pago
      *          already on the ledger covers, instead of the tariff.
      *          Run on its own or as the run controller's billing
      *          step, which holds it until the cross-master integrity
      *          check comes back clean; a refusal or failure returns
      *          a nonzero return code instead of stopping the run.
      *          Progress is checkpointed per socio: a run cut short
      *          leaves its batch open in ARCHTRANS, and the next run
      *          offers to resume it after the last socio completed,
      *          never billing again a charge the batch already holds,
      *          and closes it with a trailer and control counts taken
      *          from what ARCHTRANS really contains. A socio whose
      *          cuota for the month is already out, under another
      *          fecha of the same month, pending or settled, is left
      *          out of the batch and logged instead of billed twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-grupos-status.

      *    ADELANTOS is the prepayment register RegistrarAdelanto
      *    keeps, keyed by socio and first month covered; each
      *    covered month earns its share of the paid amount here.
           SELECT ADELANTOS
           ASSIGN TO "ADELANTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS adl-clave
           FILE STATUS IS ws-adelantos-status.

      *    CUOTAS-CONVENIO (read-only here) is the register
      *    ConvenioPago keeps of the convenio installments and
      *    restantes it re-charges as clase "Q" details; those rows
      *    are not the month's cuota and must not pass for it.
           SELECT CUOTAS-CONVENIO
           ASSIGN TO "CUOTASCONVENIO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-cuotascvn-status.

      *    CHECKPOINT-CUOTAS holds the state of the batch in
      *    progress (mode, fechas, last socio completed and the
      *    figures written so far), rewritten after each socio the
      *    way CabecAct keeps its CHECKPOINT; "F" once the batch got
      *    its trailer.
           SELECT CHECKPOINT-CUOTAS
           ASSIGN TO "CHECKPOINTCUOTAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-chkcuotas-status.

           SELECT ARCH-ERRORES
           ASSIGN TO "ARCHERRORES"
           ORGANIZATION LINE SEQUENTIAL
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"

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

       FD  TARIFAS.
       01  tar-reg.
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).

       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.

       FD  EXENCIONES.
       01  exe-reg.
           03 exe-socio pic 9(5).
           03 exe-porcentaje pic 9(3).
           03 exe-fecha-desde pic 9(8).
           03 exe-fecha-hasta pic 9(8).

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-socio pic 9(5).
           03 ins-actividad pic x(2).
           03 ins-fecha-desde pic 9(8).
      *    Zero means the enrollment is still open.
      *    The fecha that was re-billed, not the fecha the
      *    adjustment went out under.
           03 raf-fecha-refact pic 9(8).
           03 raf-socio pic 9(5).
           03 raf-importe pic s9(8)v99.
           03 raf-fecha-aplic pic 9(8).

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

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
      *    Share of the paid amount each covered month earns; the
      *    last month takes whatever the even split left over.
           03 adl-cuota-mensual pic 9(7)v99.
      *    What has not been earned yet.
           03 adl-saldo pic 9(8)v99.
      *    Last AAAAMM billed out of the prepayment.
           03 adl-ultimo-mes pic 9(6).
           03 adl-estado pic x.
           03 adl-fecha-pago pic 9(8).
           03 adl-operador pic x(10).
           03 adl-supervisor pic x(10).

       FD  CUOTAS-CONVENIO.
       01  ccv-reg.
           03 ccv-fecha pic 9(8).
           03 ccv-socio pic 9(5).
           03 ccv-importe pic s9(7)v99.

       FD  CHECKPOINT-CUOTAS.
       01  chc-reg.
      *    "E" en curso, "F" terminada.
           03 chc-estado pic x.
           03 chc-modo pic x.
           03 chc-fecha-lote pic 9(8).
           03 chc-fecha-factura pic 9(8).
           03 chc-socio pic 9(5).
      *    Records ARCHTRANS held before the batch began; the batch
      *    is everything after them.
           03 chc-lineas-previas pic 9(7).
           03 chc-cant-lote pic 9(5).
           03 chc-imp-lote pic s9(9)v99.
      *    The batch fecha's FECHAS-CTL figures at the same moment.
           03 chc-fec-cant pic 9(5).
           03 chc-fec-importe pic s9(9)v99.
           03 chc-operador pic x(10).

       FD  ARCH-ERRORES.
       01  err-reg.
           03 w-fac-aaaa pic 9(4).
           03 w-fac-mm pic 9(2).
           03 w-fac-dd pic 9(2).
       01  filler REDEFINES w-fecha-factura.
           03 w-fac-aaaamm pic 9(6).
           03 filler pic 9(2).
       01  w-fecha-hoy pic 9(8).
      *    Days per month for the calendar check; February's 28 is
      *    stretched to 29 when the year divides by 4 but not by 100,
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-cabecera-hecha pic x value "N".
       01  w-confirmar pic x value "N".
      *    The site's tariff is small (a handful of lines per
      *    month's rates).
       01  w-fecha-lote pic 9(8).
      *    Latest alta fecha per socio, straight off the padron
      *    maintenance log; the key space is only 1-99999, so it fits
      *    in storage the way the ledger audit's table does.
       01  ws-audit-status pic xx.
       01  w-flag-audit pic 9 value zero.
       01  w-tabla-altas.
           03 w-alta-fecha OCCURS 99999 TIMES pic 9(8).
       01  w-idx-alta pic 9(6).
       01  w-fecha-alta pic 9(8).
       01  filler REDEFINES w-fecha-alta.
           03 w-alt-aaaa pic 9(4).
       01  w-flag-hist pic 9 value zero.
       01  w-fecha-refact pic 9(8).
       01  w-tabla-refact.
           03 w-refact OCCURS 99999 TIMES.
               05 w-ref-facturado pic s9(8)v99.
               05 w-ref-visto pic x.
       01  w-idx-ref pic 9(6).
       01  w-diferencia pic s9(8)v99.
       01  w-cant-ajustes pic 9(5) value zero.
       01  w-imp-ajustes pic s9(9)v99 value zero.
       01  w-idx-act pic 9(2).
       01  w-tabla-inscripciones.
           03 w-inscripcion OCCURS 2000 TIMES.
               05 w-ins-socio pic 9(5).
               05 w-ins-actividad pic x(2).
               05 w-ins-desde pic 9(8).
               05 w-ins-hasta pic 9(8).
       01  ws-grupos-status pic xx.
       01  w-flag-grupos pic 9 value zero.
       01  w-tabla-cabezas.
           03 w-cabeza-de OCCURS 99999 TIMES pic 9(5).
       01  w-idx-gru pic 9(6).
      *    The number the charges in hand actually bill to: the
      *    socio himself, or his head of family.
       01  w-socio-factura pic 9(5).
       01  w-cant-dependientes pic 9(5) value zero.
      *    "N" when the site keeps no ADELANTOS register yet: every
      *    socio is then billed the tariff as before.
       01  ws-adelantos-status pic xx.
       01  w-adelantos-master pic x value "S".
       01  w-flag-adelantos pic 9 value zero.
       01  w-adelanto-hallado pic x value "N".
       01  w-cant-adelantadas pic 9(5) value zero.
      *    Detail rows and amount written under the batch fecha, the
      *    figures its closing "T" trailer carries.
       01  w-cant-lote pic 9(5) value zero.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
      *    Checkpoint and resume workbench.
       01  ws-chkcuotas-status pic xx.
       01  w-chk-pendiente pic x value "N".
       01  w-chk-estado pic x.
       01  w-reanudar pic x value "N".
       01  w-ultimo-socio pic 9(5) value zero.
       01  w-ref-desde pic 9(5).
       01  w-lineas-previas pic 9(7) value zero.
       01  w-lineas-leidas pic 9(7).
       01  w-flag-trans pic 9 value zero.
       01  w-lote-cerrado pic x value "N".
      *    First record past the batch start that is not the batch's
      *    own; zero while none is found. A resume with one refuses.
       01  w-linea-ajena pic 9(7) value zero.
      *    Details the interrupted run wrote after its last
      *    checkpoint: they belong to the socio it was billing when
      *    it stopped, and are matched against that socio's charges
      *    as they are recomputed so none goes out twice.
       01  w-tabla-extras.
           03 w-extra OCCURS 50 TIMES.
               05 w-ext-socio pic 9(5).
               05 w-ext-mov pic x.
               05 w-ext-importe pic s9(7)v99.
               05 w-ext-usado pic x.
       01  w-cant-extras pic 9(2) value zero.
       01  w-idx-ext pic 9(2).
       01  w-ya-grabado pic x.
       01  w-cant-repetidos pic 9(5) value zero.
      *    Clase "Q" charges each socio already carries for the month
      *    being billed, pending in ARCHTRANS ahead of this batch or
      *    settled in HISTORIAL, less the refacturacion adjustments
      *    that went out under a fecha of the month; any left means
      *    another fecha of the month billed the socio already.
       01  w-tabla-mes.
           03 w-mes-cargos OCCURS 99999 TIMES pic s9(3).
       01  w-idx-mes pic 9(6).
       01  w-fecha-mes-leida pic 9(8).
       01  filler REDEFINES w-fecha-mes-leida.
           03 w-mes-leido pic 9(6).
           03 filler pic 9(2).
       01  w-fecha-mes-pendiente pic x value "N".
       01  w-mes-facturado pic x value "N".
       01  w-cant-ya-facturados pic 9(5) value zero.
      *    The month's convenio charges out of CUOTASCONVENIO, each
      *    matched at most once against a row of the scans by fecha,
      *    socio and importe; a convenio row rolled back out of the
      *    pipeline simply goes unmatched.
       01  ws-cuotascvn-status pic xx.
       01  w-flag-cuotascvn pic 9 value zero.
       01  w-tabla-convenio.
           03 w-cuota-convenio OCCURS 5000 TIMES.
               05 w-ccv-fecha pic 9(8).
               05 w-ccv-socio pic 9(5).
               05 w-ccv-importe pic s9(7)v99.
               05 w-ccv-usado pic x.
       01  w-cant-ccv pic 9(4) value zero.
       01  w-idx-ccv pic 9(4).
       01  w-socio-fila pic 9(5).
       01  w-importe-fila pic s9(7)v99.
       01  w-es-convenio pic x value "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 170-LEER-CHECKPOINT.
           IF w-chk-pendiente IS EQUAL "S"
               PERFORM 172-OFRECER-REANUDAR
           ELSE
               PERFORM 160-PEDIR-MODO
               IF w-modo IS EQUAL "R"
                   PERFORM 600-REFACTURAR
               ELSE
                   PERFORM 200-PEDIR-FECHA
                   MOVE w-fecha-factura TO w-fecha-lote
                   PERFORM 300-CONFIRMAR-GENERACION
                   IF w-confirmar IS EQUAL "S"
                       PERFORM 400-GENERAR-BATCH
                   ELSE
                       DISPLAY "Generacion cancelada, no se grabo "
                               "nada"
                   END-IF
               END-IF
           END-IF.
           PERFORM 690-GRABAR-TRAILER.
           IF w-confirmar IS EQUAL "S"
               MOVE "F" TO w-chk-estado
               PERFORM 480-GRABAR-CHECKPOINT
           END-IF.
           PERFORM 700-FIN.
      *    The run controller marks its billing step done only on a
      *    zero return code; a generation the supervisor declined
      *    leaves the step pending. Set after 700-FIN, whose lock
      *    release CALL would otherwise overwrite it.
           IF w-confirmar IS EQUAL "S"
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede generar, ARCHTRANS esta en uso"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    The prepayment register is updated month by month, so no
      *    prepayment can be registered at the counter meanwhile.
           MOVE "T" TO w-blq-accion.
           MOVE "ADELANTOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede generar, ADELANTOS esta en uso"
               MOVE "L" TO w-blq-accion
               MOVE "ARCHTRANS" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       164-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "ADELANTOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           MOVE "L" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
               NOT INVALID KEY
                   IF ope-activo IS EQUAL "S"
                           AND ope-rol IS EQUAL "S"
                       CALL "VALIDAR-CLAVE" USING ope-codigo,
                           w-clave-valida
                       IF w-clave-valida IS EQUAL "S"
                           MOVE "S" TO w-operador-valido
                           DISPLAY "Supervisor: " ope-nombre
                       END-IF
                   ELSE
                       DISPLAY "Error, el codigo no es de un "
                               "supervisor activo"
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TARIFAS.
           IF ws-tarifas-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir TARIFAS, estado "
                       ws-tarifas-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ARCH-TRANS.
           IF ws-arch-trans-status IS EQUAL "35"
           IF ws-exenciones-status IS NOT EQUAL "00"
               MOVE "N" TO w-exenciones-master
           END-IF.
           OPEN I-O ADELANTOS.
           IF ws-adelantos-status IS NOT EQUAL "00"
               MOVE "N" TO w-adelantos-master
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

       140-CARGAR-TARIFAS.
           IF w-cant-tarifas IS EQUAL ZERO
               DISPLAY "ERROR: la tabla TARIFAS esta vacia, no hay "
                       "nada que facturar"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Tarifas cargadas: " w-cant-tarifas.

      *    information, so every cuota stays a full month as before.
           PERFORM 152-LIMPIAR-ALTA
               VARYING w-idx-alta FROM 1 BY 1
               UNTIL w-idx-alta > 99999.
           OPEN INPUT AUDIT-SOCIOS.
           IF ws-audit-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-audit
       161-CARGAR-GRUPOS.
           PERFORM 163-LIMPIAR-CABEZA
               VARYING w-idx-gru FROM 1 BY 1
               UNTIL w-idx-gru > 99999.
           OPEN INPUT GRUPOS.
           IF ws-grupos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-grupos
               ACCEPT w-modo
           END-PERFORM.

       170-LEER-CHECKPOINT.
           MOVE "N" TO w-chk-pendiente.
           OPEN INPUT CHECKPOINT-CUOTAS.
           IF ws-chkcuotas-status IS NOT EQUAL "35"
               READ CHECKPOINT-CUOTAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF chc-estado IS EQUAL "E"
                           MOVE "S" TO w-chk-pendiente
                       END-IF
               END-READ
               CLOSE CHECKPOINT-CUOTAS
           END-IF.

       172-OFRECER-REANUDAR.
      *    An unfinished batch has to be closed before any other is
      *    generated: a new "C" header behind one without its
      *    trailer would break the chain for both.
           DISPLAY "La generacion de la fecha " chc-fecha-lote
                   " (modo " chc-modo ") quedo interrumpida".
           DISPLAY "Ultimo socio completado: " chc-socio
                   ", movimientos grabados: " chc-cant-lote.
           DISPLAY "Reanudar desde el socio siguiente (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "S"
               PERFORM 175-REANUDAR
           ELSE
               DISPLAY "El lote interrumpido sigue abierto en "
                       "ARCHTRANS; no se genera otro hasta reanudarlo"
           END-IF.

       175-REANUDAR.
           MOVE chc-modo TO w-modo.
           MOVE chc-fecha-lote TO w-fecha-lote.
           MOVE chc-fecha-factura TO w-fecha-factura.
           MOVE chc-socio TO w-ultimo-socio.
           MOVE chc-lineas-previas TO w-lineas-previas.
           MOVE "S" TO w-reanudar.
           PERFORM 176-RECORRER-LOTE.
           IF w-lote-cerrado IS EQUAL "S"
      *        Stopped after the trailer went out but before the
      *        checkpoint was closed: there is nothing left to bill.
               DISPLAY "El lote ya tenia su trailer, no queda nada "
                       "por generar"
               MOVE "N" TO w-cabecera-hecha
           ELSE
               PERFORM 178-CORREGIR-FECHA-CTL
               DISPLAY "Ya grabados en el lote: " w-cant-lote
                       " movimientos por " w-imp-lote
               IF w-modo IS EQUAL "R"
                   MOVE w-fecha-factura TO w-fecha-refact
                   PERFORM 620-EJECUTAR-REFACTURACION
               ELSE
                   PERFORM 400-GENERAR-BATCH
               END-IF
               DISPLAY "Cargos que ya estaban en el lote, no "
                       "repetidos: " w-cant-repetidos
           END-IF.

       176-RECORRER-LOTE.
      *    The trailer and the control counts are rebuilt from what
      *    ARCHTRANS really holds past the records it had before the
      *    batch began, not from the checkpoint, which may lag the
      *    last socio's details. Other writers may have appended
      *    their own batches since the stop; the run's own records
      *    are its "C" header for the batch fecha right at the start,
      *    its details and at most its trailer. Anything else there
      *    is not attributed to the batch: the resume is refused.
           MOVE "N" TO w-cabecera-hecha.
           MOVE "N" TO w-lote-cerrado.
           MOVE ZERO TO w-cant-lote.
           MOVE ZERO TO w-imp-lote.
           MOVE ZERO TO w-cant-extras.
           MOVE ZERO TO w-lineas-leidas.
           MOVE ZERO TO w-linea-ajena.
           CLOSE ARCH-TRANS.
           OPEN INPUT ARCH-TRANS.
           MOVE ZERO TO w-flag-trans.
           PERFORM 177-LEER-TRANS.
           PERFORM UNTIL w-flag-trans IS EQUAL 1
                      OR w-linea-ajena IS > ZERO
               ADD 1 TO w-lineas-leidas
               IF w-lineas-leidas IS > w-lineas-previas
                   PERFORM 179-ATRIBUIR-REGISTRO
               END-IF
               PERFORM 177-LEER-TRANS
           END-PERFORM.
           CLOSE ARCH-TRANS.
           OPEN EXTEND ARCH-TRANS.
      *    Only the socio in hand when the run stopped can have
      *    details past the checkpoint's count.
           IF w-linea-ajena IS EQUAL ZERO
                   AND w-cant-lote IS > chc-cant-lote + 50
               MOVE w-lineas-leidas TO w-linea-ajena
           END-IF.
           IF w-linea-ajena IS > ZERO
               DISPLAY "ERROR: ARCHTRANS tiene movimientos ajenos "
                       "al lote interrumpido (registro "
                       w-linea-ajena ")"
               DISPLAY "No se reanuda; el lote sigue pendiente "
                       "hasta revisar ARCHTRANS"
               PERFORM 710-ABANDONAR
           END-IF.

       177-LEER-TRANS.
           READ ARCH-TRANS AT END MOVE 1 TO w-flag-trans.

       179-ATRIBUIR-REGISTRO.
      *    A trailer is written only after the last socio's
      *    checkpoint, so one found with no details checkpointed is
      *    another writer's.
           EVALUATE TRUE
               WHEN w-lote-cerrado IS EQUAL "S"
                   MOVE w-lineas-leidas TO w-linea-ajena
               WHEN tr-cab-tipo IS EQUAL "C"
                   IF w-lineas-leidas IS EQUAL w-lineas-previas + 1
                           AND tr-cab-fecha IS EQUAL chc-fecha-lote
                       MOVE "S" TO w-cabecera-hecha
                   ELSE
                       MOVE w-lineas-leidas TO w-linea-ajena
                   END-IF
               WHEN w-cabecera-hecha IS NOT EQUAL "S"
                   MOVE w-lineas-leidas TO w-linea-ajena
               WHEN tr-det-tipo IS EQUAL "D"
                   ADD 1 TO w-cant-lote
                   ADD tr-det-importe TO w-imp-lote
                   IF w-cant-lote IS > chc-cant-lote
                           AND w-cant-extras IS < 50
                       ADD 1 TO w-cant-extras
                       MOVE tr-det-socio
                           TO w-ext-socio(w-cant-extras)
                       MOVE tr-det-mov
                           TO w-ext-mov(w-cant-extras)
                       MOVE tr-det-importe
                           TO w-ext-importe(w-cant-extras)
                       MOVE "N" TO w-ext-usado(w-cant-extras)
                   END-IF
               WHEN tr-tra-tipo IS EQUAL "T"
                       AND chc-cant-lote IS > ZERO
                   MOVE "S" TO w-lote-cerrado
               WHEN OTHER
                   MOVE w-lineas-leidas TO w-linea-ajena
           END-EVALUATE.

       178-CORREGIR-FECHA-CTL.
      *    The control file moves by what the batch gained since the
      *    checkpoint; a re-billing shares today's fecha with any
      *    entry session of the day, whose counts stay as they are.
           MOVE w-fecha-lote TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   IF w-cabecera-hecha IS EQUAL "S"
                       MOVE "P" TO fec-estado
                       MOVE w-cant-lote TO fec-cant-reg
                       MOVE w-imp-lote TO fec-importe
                       WRITE fec-reg
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   COMPUTE fec-cant-reg = chc-fec-cant
                       + w-cant-lote - chc-cant-lote
                   COMPUTE fec-importe = chc-fec-importe
                       + w-imp-lote - chc-imp-lote
                   REWRITE fec-reg
           END-READ.

       180-INICIAR-CHECKPOINT.
      *    How many records ARCHTRANS holds before the batch, so a
      *    resume can tell the batch's own records from the rest.
           MOVE ZERO TO w-lineas-previas.
           CLOSE ARCH-TRANS.
           OPEN INPUT ARCH-TRANS.
           MOVE ZERO TO w-flag-trans.
           PERFORM 177-LEER-TRANS.
           PERFORM UNTIL w-flag-trans IS EQUAL 1
               ADD 1 TO w-lineas-previas
               PERFORM 177-LEER-TRANS
           END-PERFORM.
           CLOSE ARCH-TRANS.
           OPEN EXTEND ARCH-TRANS.
           MOVE ZERO TO w-ultimo-socio.
           MOVE "E" TO w-chk-estado.
           PERFORM 480-GRABAR-CHECKPOINT.

       185-VERIFICAR-HISTORIAL.
      *    The month check reads HISTORIAL only once the checkpoint
      *    is up, since it needs the batch start the checkpoint
      *    fixes; a HISTORIAL that will not open stops the run here,
      *    before an "E" checkpoint is left for a batch never begun.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS EQUAL "00"
               CLOSE ARCH-HISTORIAL
           ELSE
               IF ws-historial-status IS NOT EQUAL "35"
                   DISPLAY "ERROR: no se pudo abrir HISTORIAL, "
                           "estado " ws-historial-status
                   PERFORM 710-ABANDONAR
               END-IF
           END-IF.

       190-CARGAR-MES-FACTURADO.
      *    A second fecha in a month already billed would charge the
      *    whole padron again. Counted here are the month's clase
      *    "Q" charges still pending in ARCHTRANS ahead of this
      *    batch (a resumed batch's own records are the checkpoint's
      *    business) and those already settled in HISTORIAL; a
      *    fecha CabecAct closed is in both, and only its HISTORIAL
      *    side counts. The convenio installments ConvenioPago
      *    writes are clase "Q" too, and are left out.
           PERFORM 191-LIMPIAR-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > 99999.
           PERFORM 197-CARGAR-CUOTAS-CONVENIO.
           PERFORM 192-CONTAR-MES-ARCHTRANS.
           PERFORM 194-CONTAR-MES-HISTORIAL.
           PERFORM 196-DESCONTAR-AJUSTES.

       191-LIMPIAR-MES.
           MOVE ZERO TO w-mes-cargos(w-idx-mes).

       192-CONTAR-MES-ARCHTRANS.
           MOVE ZERO TO w-lineas-leidas.
           MOVE "N" TO w-fecha-mes-pendiente.
           CLOSE ARCH-TRANS.
           OPEN INPUT ARCH-TRANS.
           MOVE ZERO TO w-flag-trans.
           PERFORM 177-LEER-TRANS.
           PERFORM UNTIL w-flag-trans IS EQUAL 1
                      OR w-lineas-leidas IS NOT < w-lineas-previas
               ADD 1 TO w-lineas-leidas
               IF tr-cab-tipo IS EQUAL "C"
                   PERFORM 193-VERIFICAR-FECHA-MES
               END-IF
               IF tr-det-tipo IS EQUAL "D"
                       AND w-fecha-mes-pendiente IS EQUAL "S"
                       AND tr-det-clase IS EQUAL "Q"
                       AND tr-det-mov IS EQUAL "N"
                       AND tr-det-socio IS > ZERO
                   MOVE tr-det-socio TO w-socio-fila
                   MOVE tr-det-importe TO w-importe-fila
                   PERFORM 198-BUSCAR-CUOTA-CONVENIO
                   IF w-es-convenio IS EQUAL "N"
                       ADD 1 TO w-mes-cargos(tr-det-socio)
                   END-IF
               END-IF
               PERFORM 177-LEER-TRANS
           END-PERFORM.
           CLOSE ARCH-TRANS.
           OPEN EXTEND ARCH-TRANS.

       193-VERIFICAR-FECHA-MES.
           MOVE "N" TO w-fecha-mes-pendiente.
           MOVE tr-cab-fecha TO w-fecha-mes-leida.
           IF w-mes-leido IS EQUAL w-fac-aaaamm
               MOVE tr-cab-fecha TO fec-fecha
               READ FECHAS-CTL
                   INVALID KEY
                       MOVE "S" TO w-fecha-mes-pendiente
                   NOT INVALID KEY
                       IF fec-estado IS NOT EQUAL "C"
                           MOVE "S" TO w-fecha-mes-pendiente
                       END-IF
               END-READ
           END-IF.

       194-CONTAR-MES-HISTORIAL.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS EQUAL "35"
               MOVE 1 TO w-flag-hist
           ELSE
               IF ws-historial-status IS NOT EQUAL "00"
                   DISPLAY "ERROR: no se pudo abrir HISTORIAL, "
                           "estado " ws-historial-status
                   PERFORM 710-ABANDONAR
               END-IF
               PERFORM 630-LEER-HISTORIAL
           END-IF.
           PERFORM UNTIL w-flag-hist IS EQUAL 1
               MOVE hst-fecha TO w-fecha-mes-leida
               IF w-mes-leido IS EQUAL w-fac-aaaamm
                       AND hst-clase IS EQUAL "Q"
                       AND hst-mov IS EQUAL "N"
                       AND hst-socio IS > ZERO
                   MOVE hst-socio TO w-socio-fila
                   MOVE hst-importe TO w-importe-fila
                   PERFORM 198-BUSCAR-CUOTA-CONVENIO
                   IF w-es-convenio IS EQUAL "N"
                       ADD 1 TO w-mes-cargos(hst-socio)
                   END-IF
               END-IF
               PERFORM 630-LEER-HISTORIAL
           END-PERFORM.
           IF ws-historial-status IS NOT EQUAL "35"
               CLOSE ARCH-HISTORIAL
           END-IF.

       196-DESCONTAR-AJUSTES.
      *    A positive refacturacion adjustment travels as one more
      *    clase "Q" charge under the fecha it went out on, but it
      *    settles another month; each one registered is taken back
      *    off the month it went out in.
           MOVE ZERO TO w-flag-ajustesref.
           OPEN INPUT AJUSTES-REFACT.
           IF ws-ajustesref-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-ajustesref
           ELSE
               PERFORM 637-LEER-AJUSTE-PREVIO
           END-IF.
           PERFORM UNTIL w-flag-ajustesref IS EQUAL 1
               MOVE raf-fecha-aplic TO w-fecha-mes-leida
               IF w-mes-leido IS EQUAL w-fac-aaaamm
                       AND raf-importe IS > ZERO
                       AND raf-socio IS > ZERO
                   SUBTRACT 1 FROM w-mes-cargos(raf-socio)
               END-IF
               PERFORM 637-LEER-AJUSTE-PREVIO
           END-PERFORM.
           IF ws-ajustesref-status IS NOT EQUAL "35"
               CLOSE AJUSTES-REFACT
           END-IF.

       197-CARGAR-CUOTAS-CONVENIO.
           MOVE ZERO TO w-cant-ccv.
           MOVE ZERO TO w-flag-cuotascvn.
           OPEN INPUT CUOTAS-CONVENIO.
           IF ws-cuotascvn-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-cuotascvn
           ELSE
               PERFORM 195-LEER-CUOTA-CONVENIO
           END-IF.
           PERFORM UNTIL w-flag-cuotascvn IS EQUAL 1
               MOVE ccv-fecha TO w-fecha-mes-leida
               IF w-mes-leido IS EQUAL w-fac-aaaamm
                   IF w-cant-ccv IS < 5000
                       ADD 1 TO w-cant-ccv
                       MOVE ccv-fecha TO w-ccv-fecha(w-cant-ccv)
                       MOVE ccv-socio TO w-ccv-socio(w-cant-ccv)
                       MOVE ccv-importe TO w-ccv-importe(w-cant-ccv)
                       MOVE "N" TO w-ccv-usado(w-cant-ccv)
                   ELSE
      *                Left out, its row counts as a cuota: the socio
      *                is reported, never billed twice.
                       DISPLAY "AVISO: mas de 5000 cuotas de "
                               "convenio en el mes, el socio "
                               ccv-socio " queda como facturado"
                   END-IF
               END-IF
               PERFORM 195-LEER-CUOTA-CONVENIO
           END-PERFORM.
           IF ws-cuotascvn-status IS NOT EQUAL "35"
               CLOSE CUOTAS-CONVENIO
           END-IF.

       195-LEER-CUOTA-CONVENIO.
           READ CUOTAS-CONVENIO AT END MOVE 1 TO w-flag-cuotascvn.

       198-BUSCAR-CUOTA-CONVENIO.
      *    The fecha of the row in hand is in w-fecha-mes-leida.
           MOVE "N" TO w-es-convenio.
           PERFORM 199-COTEJAR-CUOTA-CONVENIO
               VARYING w-idx-ccv FROM 1 BY 1
               UNTIL w-idx-ccv > w-cant-ccv
                  OR w-es-convenio IS EQUAL "S".

       199-COTEJAR-CUOTA-CONVENIO.
           IF w-ccv-usado(w-idx-ccv) IS EQUAL "N"
                   AND w-ccv-fecha(w-idx-ccv) IS EQUAL
                       w-fecha-mes-leida
                   AND w-ccv-socio(w-idx-ccv) IS EQUAL w-socio-fila
                   AND w-ccv-importe(w-idx-ccv) IS EQUAL
                       w-importe-fila
               MOVE "S" TO w-ccv-usado(w-idx-ccv)
               MOVE "S" TO w-es-convenio
           END-IF.

       200-PEDIR-FECHA.
           DISPLAY "Ingrese la fecha de facturacion (AAAAMMDD)".
           ACCEPT w-fecha-factura.
           END-PERFORM.

       400-GENERAR-BATCH.
           PERFORM 185-VERIFICAR-HISTORIAL.
           IF w-reanudar IS EQUAL "S"
               IF w-ultimo-socio IS > ZERO
                   MOVE w-ultimo-socio TO soc-numero
                   START SOCIOS KEY IS > soc-numero
                       INVALID KEY
                           MOVE 1 TO w-flag-socios
                   END-START
               END-IF
           ELSE
               PERFORM 180-INICIAR-CHECKPOINT
           END-IF.
           PERFORM 190-CARGAR-MES-FACTURADO.
           IF w-flag-socios IS NOT EQUAL 1
               PERFORM 410-LEER-SOCIO
           END-IF.
           PERFORM UNTIL w-flag-socios IS EQUAL 1
               IF soc-estado IS EQUAL "A"
                   PERFORM 405-VERIFICAR-MES-FACTURADO
                   IF w-mes-facturado IS EQUAL "N"
                       PERFORM 420-GENERAR-CUOTA
                   END-IF
      *            Whatever the interrupted run left past its last
      *            checkpoint was this socio's; the next one starts
      *            clean.
                   MOVE ZERO TO w-cant-extras
                   MOVE soc-numero TO w-ultimo-socio
                   MOVE "E" TO w-chk-estado
                   PERFORM 480-GRABAR-CHECKPOINT
               END-IF
               PERFORM 410-LEER-SOCIO
           END-PERFORM.
           DISPLAY "Cargos por actividades: " w-cant-act-generadas
                   ", dependientes sin cuota propia: "
                   w-cant-dependientes.
           DISPLAY "Cuotas pagadas por adelantado: "
                   w-cant-adelantadas
                   ", socios ya facturados en el mes: "
                   w-cant-ya-facturados.

       405-VERIFICAR-MES-FACTURADO.
      *    A dependent's charges bill to the head, so it is the
      *    head's month that tells whether the household was billed;
      *    the head's own notice covers the dependents.
           IF w-cabeza-de(soc-numero) IS > ZERO
               MOVE w-cabeza-de(soc-numero) TO w-socio-factura
           ELSE
               MOVE soc-numero TO w-socio-factura
           END-IF.
           MOVE "N" TO w-mes-facturado.
           IF w-mes-cargos(w-socio-factura) IS > ZERO
               MOVE "S" TO w-mes-facturado
               IF w-cabeza-de(soc-numero) IS EQUAL ZERO
                   DISPLAY "AVISO: el socio " soc-numero " ya tiene "
                           "la cuota del mes " w-fac-aaaamm
                           ", no se factura de nuevo"
                   MOVE "YA-FACTUR" TO err-campo
                   MOVE soc-numero TO err-valor
                   MOVE w-fecha-hoy TO err-fecha
                   WRITE err-reg
                   ADD 1 TO w-cant-ya-facturados
               END-IF
           END-IF.

       410-LEER-SOCIO.
           READ SOCIOS NEXT RECORD
               PERFORM 422-GENERAR-ACTIVIDADES
           ELSE
               MOVE soc-numero TO w-socio-factura
               PERFORM 432-BUSCAR-ADELANTO
               IF w-adelanto-hallado IS EQUAL "S"
                   PERFORM 433-GENERAR-CUOTA-ADELANTADA
               ELSE
                   PERFORM 421-GENERAR-CUOTA-PROPIA
               END-IF
           END-IF.

       421-GENERAR-CUOTA-PROPIA.
      *            A generated charge moves no money over the
      *            counter, so it carries no medio de pago.
                   MOVE SPACE TO tr-det-medio
                   PERFORM 445-GRABAR-DETALLE
                   ADD 1 TO w-cant-generadas
                   ADD w-importe-cuota TO w-imp-generado
               ELSE
      *            A full exemption generates nothing at all: there
      *            is no charge to reverse later, which was the whole
                   MOVE w-importe-actividad TO tr-det-importe
                   MOVE 1 TO tr-det-sala
                   MOVE SPACE TO tr-det-medio
                   PERFORM 445-GRABAR-DETALLE
                   ADD 1 TO w-cant-act-generadas
                   ADD w-importe-actividad TO w-imp-generado
               ELSE
                   DISPLAY "AVISO: la actividad "
                           w-ins-actividad(w-idx-ins)
               END-IF
           END-IF.

       432-BUSCAR-ADELANTO.
      *    The socio's prepayment covering the billed month, if any;
      *    a finished one still counts, that month was paid. A
      *    vigente one whose last month went by unbilled (the socio
      *    was suspended, or the month was never run) has its
      *    leftover earned on the way, in the normal run only.
           MOVE "N" TO w-adelanto-hallado.
           IF w-adelantos-master IS EQUAL "S"
               MOVE ZERO TO w-flag-adelantos
               MOVE soc-numero TO adl-socio
               MOVE ZERO TO adl-mes-desde
               START ADELANTOS KEY IS NOT < adl-clave
                   INVALID KEY
                       MOVE 1 TO w-flag-adelantos
               END-START
               IF w-flag-adelantos IS NOT EQUAL 1
                   PERFORM 434-LEER-ADELANTO
               END-IF
               PERFORM UNTIL w-flag-adelantos IS EQUAL 1
                   IF adl-estado IS NOT EQUAL "X"
                           AND adl-mes-desde IS NOT > w-fac-aaaamm
                           AND adl-mes-hasta IS NOT < w-fac-aaaamm
                       MOVE "S" TO w-adelanto-hallado
                       MOVE 1 TO w-flag-adelantos
                   ELSE
                       IF adl-estado IS EQUAL "V"
                               AND adl-mes-hasta IS < w-fac-aaaamm
                               AND w-modo IS EQUAL "N"
                           PERFORM 436-CERRAR-ADELANTO-VENCIDO
                       END-IF
                       PERFORM 434-LEER-ADELANTO
                   END-IF
               END-PERFORM
           END-IF.

       433-GENERAR-CUOTA-ADELANTADA.
      *    The month earns its share of what was paid (the last
      *    covered month, whatever is left) and that is what it
      *    bills, once: a second fecha in a month already billed
      *    out of the prepayment charges nothing. Exemption and
      *    proration do not apply, the price was settled at the
      *    counter; activities bill as always.
           IF adl-ultimo-mes IS NOT < w-fac-aaaamm
               MOVE ZERO TO w-importe-cuota
           ELSE
               IF w-fac-aaaamm IS EQUAL adl-mes-hasta
                       OR adl-saldo IS < adl-cuota-mensual
                   MOVE adl-saldo TO w-importe-cuota
               ELSE
                   MOVE adl-cuota-mensual TO w-importe-cuota
               END-IF
               SUBTRACT w-importe-cuota FROM adl-saldo
               MOVE w-fac-aaaamm TO adl-ultimo-mes
               IF w-fac-aaaamm IS EQUAL adl-mes-hasta
                   MOVE "T" TO adl-estado
               END-IF
      *        The detail goes out before the register moves on: a
      *        run stopped in between recomputes the same share on
      *        resume instead of finding the month already earned.
               IF w-importe-cuota IS > ZERO
                   PERFORM 437-GRABAR-CUOTA-ADELANTADA
               END-IF
               REWRITE adl-reg
           END-IF.
           ADD 1 TO w-cant-adelantadas.
           PERFORM 422-GENERAR-ACTIVIDADES.

       434-LEER-ADELANTO.
           READ ADELANTOS NEXT RECORD
               AT END MOVE 1 TO w-flag-adelantos
           END-READ.
           IF w-flag-adelantos IS NOT EQUAL 1
                   AND adl-socio IS NOT EQUAL soc-numero
               MOVE 1 TO w-flag-adelantos
           END-IF.

       436-CERRAR-ADELANTO-VENCIDO.
           MOVE adl-saldo TO w-importe-cuota.
           MOVE ZERO TO adl-saldo.
           MOVE "T" TO adl-estado.
           IF w-importe-cuota IS > ZERO
               PERFORM 437-GRABAR-CUOTA-ADELANTADA
           END-IF.
           REWRITE adl-reg.

       437-GRABAR-CUOTA-ADELANTADA.
           PERFORM 415-GRABAR-CABECERA.
           MOVE "D" TO tr-det-tipo.
           MOVE "Q" TO tr-det-clase.
           MOVE "N" TO tr-det-mov.
           MOVE w-socio-factura TO tr-det-socio.
           MOVE w-importe-cuota TO tr-det-importe.
           MOVE 1 TO tr-det-sala.
           MOVE SPACE TO tr-det-medio.
           PERFORM 445-GRABAR-DETALLE.
           ADD w-importe-cuota TO w-imp-generado.

       445-GRABAR-DETALLE.
      *    Every generated detail goes out through here. On a resumed
      *    run, a charge the interrupted run had already written for
      *    the socio it stopped on is found among those records and
      *    refused instead of billed a second time.
           MOVE "N" TO w-ya-grabado.
           PERFORM 447-COTEJAR-YA-GRABADO
               VARYING w-idx-ext FROM 1 BY 1
               UNTIL w-idx-ext > w-cant-extras
                  OR w-ya-grabado IS EQUAL "S".
           IF w-ya-grabado IS EQUAL "S"
               DISPLAY "AVISO: el socio " tr-det-socio " ya tiene "
                       "ese cargo en el lote, no se factura de nuevo"
               MOVE "YA-FACTUR" TO err-campo
               MOVE tr-det-socio TO err-valor
               MOVE w-fecha-hoy TO err-fecha
               WRITE err-reg
               ADD 1 TO w-cant-repetidos
           ELSE
               WRITE tr-det-reg
               PERFORM 440-ACTUALIZAR-FECHA-CTL
               ADD 1 TO w-cant-lote
               ADD tr-det-importe TO w-imp-lote
           END-IF.

       447-COTEJAR-YA-GRABADO.
           IF w-ext-usado(w-idx-ext) IS EQUAL "N"
                   AND w-ext-socio(w-idx-ext) IS EQUAL tr-det-socio
                   AND w-ext-mov(w-idx-ext) IS EQUAL tr-det-mov
                   AND w-ext-importe(w-idx-ext) IS EQUAL
                       tr-det-importe
               MOVE "S" TO w-ext-usado(w-idx-ext)
               MOVE "S" TO w-ya-grabado
           END-IF.

       440-ACTUALIZAR-FECHA-CTL.
           MOVE w-fecha-lote TO fec-fecha.
           READ FECHAS-CTL
           IF w-confirmar IS NOT EQUAL "S"
               DISPLAY "Refacturacion cancelada, no se grabo nada"
           ELSE
               PERFORM 620-EJECUTAR-REFACTURACION
           END-IF.

       620-EJECUTAR-REFACTURACION.
      *    The adjustments this same refacturacion registered before
      *    an interruption are netted in by 635 like any earlier
      *    one's, so the socios it already covered come out even.
           PERFORM 610-CARGAR-FACTURADO.
           OPEN EXTEND AJUSTES-REFACT.
           IF ws-ajustesref-status IS EQUAL "35"
               OPEN OUTPUT AJUSTES-REFACT
           END-IF.
           IF w-reanudar IS NOT EQUAL "S"
               PERFORM 180-INICIAR-CHECKPOINT
           END-IF.
           IF w-ultimo-socio IS < 99999
               COMPUTE w-ref-desde = w-ultimo-socio + 1
               PERFORM 640-AJUSTAR-SOCIO
                   VARYING w-idx-ref FROM w-ref-desde BY 1
                   UNTIL w-idx-ref > 99999
           END-IF.
           CLOSE AJUSTES-REFACT.
           DISPLAY "Ajustes generados: " w-cant-ajustes
                   " por un total de " w-imp-ajustes.

       605-PEDIR-FECHA-REFACT.
      *    Only a fecha the control file knows can be re-billed: the
       610-CARGAR-FACTURADO.
           PERFORM 615-LIMPIAR-REFACT
               VARYING w-idx-ref FROM 1 BY 1
               UNTIL w-idx-ref > 99999.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir HISTORIAL, estado "
                       ws-historial-status
               PERFORM 710-ABANDONAR
           END-IF.
           PERFORM 630-LEER-HISTORIAL.
           PERFORM UNTIL w-flag-hist IS EQUAL 1
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 650-CALCULAR-AJUSTE
                       MOVE ZERO TO w-cant-extras
               END-READ
               MOVE w-idx-ref TO w-ultimo-socio
               MOVE "E" TO w-chk-estado
               PERFORM 480-GRABAR-CHECKPOINT
           END-IF.

       650-CALCULAR-AJUSTE.
                   PERFORM 660-GRABAR-AJUSTE
               END-IF
           ELSE
      *        A month paid in advance was billed at the price agreed
      *        at the counter, which a later tariff vote does not
      *        reach.
               PERFORM 432-BUSCAR-ADELANTO
               IF w-adelanto-hallado IS EQUAL "S"
                   DISPLAY "AVISO: el socio " soc-numero " pago ese "
                           "mes por adelantado, no se refactura"
               ELSE
                   PERFORM 652-CALCULAR-AJUSTE-PROPIO
               END-IF
           END-IF.

       652-CALCULAR-AJUSTE-PROPIO.
           MOVE w-diferencia TO tr-det-importe.
           MOVE 1 TO tr-det-sala.
           MOVE SPACE TO tr-det-medio.
           PERFORM 445-GRABAR-DETALLE.
           ADD 1 TO w-cant-ajustes.
           ADD w-diferencia TO w-imp-ajustes.
      *    The register entry names the re-billed fecha, so the next
      *    refacturacion of this month nets this adjustment in
      *    instead of re-emitting it.
           MOVE w-fecha-refact TO raf-fecha-refact.
           MOVE w-idx-ref TO raf-socio.
           MOVE w-diferencia TO raf-importe.
           MOVE w-fecha-lote TO raf-fecha-aplic.
           WRITE raf-reg.

       480-GRABAR-CHECKPOINT.
           MOVE w-fecha-lote TO fec-fecha.
           READ FECHAS-CTL
               INVALID KEY
                   MOVE ZERO TO fec-cant-reg
                   MOVE ZERO TO fec-importe
           END-READ.
           OPEN OUTPUT CHECKPOINT-CUOTAS.
           MOVE w-chk-estado TO chc-estado.
           MOVE w-modo TO chc-modo.
           MOVE w-fecha-lote TO chc-fecha-lote.
           MOVE w-fecha-factura TO chc-fecha-factura.
           MOVE w-ultimo-socio TO chc-socio.
           MOVE w-lineas-previas TO chc-lineas-previas.
           MOVE w-cant-lote TO chc-cant-lote.
           MOVE w-imp-lote TO chc-imp-lote.
           MOVE fec-cant-reg TO chc-fec-cant.
           MOVE fec-importe TO chc-fec-importe.
           MOVE w-operador-id TO chc-operador.
           WRITE chc-reg.
           CLOSE CHECKPOINT-CUOTAS.

       690-GRABAR-TRAILER.
      *    The generated fecha closes with a "T" control record
      *    carrying its detail count and amount, the same trailer the
           IF w-exenciones-master IS EQUAL "S"
               CLOSE EXENCIONES
           END-IF.
           IF w-adelantos-master IS EQUAL "S"
               CLOSE ADELANTOS
           END-IF.
           PERFORM 164-LIBERAR-BLOQUEO.

       710-ABANDONAR.
      *    A run stopped on an error still closes its files and gives
      *    back ARCHTRANS and ADELANTOS; the return code is set after
      *    the lock release CALL, which would otherwise overwrite it.
           PERFORM 700-FIN.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       END PROGRAM GENERAR-CUOTAS.
