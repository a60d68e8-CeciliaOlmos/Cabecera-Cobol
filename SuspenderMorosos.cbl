      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly suspension and reinstatement batch. Walks
      *          LEDGER-SOCIOS and moves every active socio whose
      *          arrears started (led-fecha-mora) more than the
      *          statutory number of months ago, for at least the
      *          minimum debt, from soc-estado "A" to "S"; socios
      *          with a vigente plan in CONVENIOS are left alone. The
      *          same pass puts back to "A" every socio this batch
      *          suspended whose debt has since been settled. Each
      *          change goes to AUDIT-SOCIOS ("S" suspension por
      *          mora, "R" rehabilitacion) and to the listing for the
      *          commission, with the debt and arrears date behind it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENDER-MOROSOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT LEDGER-SOCIOS
           ASSIGN TO "LEDGERSOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS led-socio
           FILE STATUS IS ws-ledger-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

      *    CONVENIOS holds the payment plans; a socio paying his debt
      *    off under a vigente plan is not suspended for it. A site
      *    with no plans yet has none to honour.
           SELECT CONVENIOS
           ASSIGN TO "CONVENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cvn-socio
           FILE STATUS IS ws-convenios-status.

      *    AUDIT-SOCIOS logs one record per change applied to the
      *    member master; read first to know which suspensions this
      *    batch made (a suspension keyed by hand in MantenerSocios
      *    is not lifted automatically), then extended with this
      *    run's changes.
           SELECT AUDIT-SOCIOS
           ASSIGN TO "AUDITSOCIOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-audit-status.

      *    OPERADORES is the operator master; changing members'
      *    estado in bulk is a supervisor-level action, so sign-on
      *    here requires an active rol "S" code.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOSUSPENSION".

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
      *    Charge side (cuotas + multas) and payment side (pagos) are
      *    carried separately so arrears are knowable: a socio behind
      *    on cuotas no longer looks the same as one who is current.
      *    led-fecha-mora holds the first fecha on which charges
      *    exceeded payments, zero while the socio is al dia.
           03 led-cargos pic s9(8)v99.
           03 led-pagos pic s9(8)v99.
           03 led-fecha-mora pic 9(8).

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

       FD  CONVENIOS.
       01  cvn-reg.
           03 cvn-socio pic 9(5).
           03 cvn-estado pic x.
           03 cvn-fecha-alta pic 9(8).
           03 cvn-importe-total pic s9(8)v99.
           03 cvn-cant-cuotas pic 9(3).
           03 cvn-importe-cuota pic s9(7)v99.
           03 cvn-cuotas-generadas pic 9(3).
           03 cvn-pagos-base pic s9(8)v99.
           03 cvn-fecha-ult-gen pic 9(8).
           03 cvn-supervisor pic x(10).

       FD  AUDIT-SOCIOS.
       01  auds-reg.
           03 auds-operador pic x(10).
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-ledger-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-convenios-status pic xx.
       01  ws-audit-status pic xx.
       01  ws-operadores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
      *    then falls back to the old accept-any-code behaviour
      *    instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-convenios-master pic x value "S".
       01  w-flag-ledger pic 9 value zero.
       01  w-flag-audit pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
      *    Statutory arrears limit: months since led-fecha-mora and
      *    the smallest debt worth a suspension. Set in the site
      *    environment as MORAMESES and MORAMINIMO (whole centavos);
      *    left unset, three months and any debt at all.
       01  w-meses-limite pic 9(2) value 3.
       01  w-meses-env pic x(2).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-minimo-deuda pic s9(7)v99 value 0,01.
       01  w-minimo-env pic x(10).
       01  w-minimo-cents pic 9(9) value zero.
      *    Arrears that started on or before this fecha are past the
      *    limit: today moved back w-meses-limite months.
       01  w-fecha-corte pic 9(8).
       01  filler REDEFINES w-fecha-corte.
           03 w-corte-aaaa pic 9(4).
           03 w-corte-mm pic 9(2).
           03 w-corte-dd pic 9(2).
       01  w-idx-mes pic 9(2).
      *    Last estado change each socio got, from AUDIT-SOCIOS:
      *    only an "S" left by this batch is lifted automatically.
      *    Indexed directly by the socio number (the key space is
      *    only 1-99999, so the padron fits in storage).
       01  w-tabla-ult-accion.
           03 w-ult-accion OCCURS 99999 TIMES pic x.
       01  w-idx pic 9(6).
       01  w-deuda pic s9(9)v99.
       01  w-convenio-vigente pic x.
       01  w-cant-suspendidos pic 9(5) value zero.
       01  w-cant-rehabilitados pic 9(5) value zero.
       01  w-cant-con-convenio pic 9(5) value zero.
      *    Run-lock workbench: SOCIOS is claimed in the BLOQUEOS
      *    register so the batch never rewrites an estado while the
      *    padron is being maintained.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.
       01  cabecera1.
           03 filler pic x(12) value spaces.
           03 filler pic x(46) value
              "SUSPENSIONES Y REHABILITACIONES POR MORA AL ".
           03 ca-fecha pic 9(8).
           03 filler pic x(14) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(8) value "ACCION".
           03 filler pic x(15) value "DEUDA".
           03 filler pic x(20) value "MOTIVO".
       01  detalle.
           03 l-socio pic 9(5).
           03 filler pic x value space.
           03 l-nombre pic x(30).
           03 filler pic x value space.
           03 l-accion pic x(7).
           03 filler pic x value space.
           03 l-deuda pic zz.zzz.zz9,99-.
           03 filler pic x value space.
           03 l-motivo pic x(20).
       01  motivo-mora.
           03 filler pic x(11) value "MORA DESDE ".
           03 mm-fecha pic 9(8).
           03 filler pic x value space.
       01  totalsusp.
           03 filler pic x(14) value "SUSPENDIDOS: ".
           03 ts-susp pic zz.zz9.
           03 filler pic x(17) value "  REHABILITADOS: ".
           03 ts-rehab pic zz.zz9.
           03 filler pic x(25) value
              "  EXCEPTUADOS CONVENIO: ".
           03 ts-conv pic zz.zz9.
           03 filler pic x(6) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-AUDITORIA.
           PERFORM 300-LEER-LEDGER.
           PERFORM UNTIL w-flag-ledger IS EQUAL 1
               PERFORM 310-EVALUAR-SOCIO
               PERFORM 300-LEER-LEDGER
           END-PERFORM.
           PERFORM 600-TOTALES.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-CARGAR-LIMITES.
           OPEN INPUT LEDGER-SOCIOS.
           IF ws-ledger-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir LEDGERSOCIOS, estado "
                       ws-ledger-status
               STOP RUN
           END-IF.
           OPEN I-O SOCIOS.
           IF ws-socios-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir SOCIOS, estado "
                       ws-socios-status
               STOP RUN
           END-IF.
           OPEN INPUT CONVENIOS.
           IF ws-convenios-status IS NOT EQUAL "00"
               MOVE "N" TO w-convenios-master
           END-IF.
           PERFORM 150-TOMAR-BLOQUEO.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-hoy TO ca-fecha.
           PERFORM 140-LISTAR-ENCABEZADO.

       105-PEDIR-SUPERVISOR.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.
           DISPLAY "Ingrese su codigo de supervisor".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 106-VALIDAR-SUPERVISOR
                   UNTIL w-operador-valido IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.

       106-VALIDAR-SUPERVISOR.
           MOVE w-operador-id TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "Error, el codigo no figura en el maestro"
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
                   END-IF
           END-READ.
           IF w-operador-valido IS NOT EQUAL "S"
               DISPLAY "Ingrese su codigo de supervisor"
               ACCEPT w-operador-id
           END-IF.

       120-CARGAR-LIMITES.
           ACCEPT w-meses-env FROM ENVIRONMENT "MORAMESES".
           MOVE ZERO TO w-largo-env.
           INSPECT w-meses-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-meses-env(1:w-largo-env) IS NUMERIC
                   MOVE w-meses-env(1:w-largo-env)
                       TO w-meses-limite
               ELSE
                   DISPLAY "AVISO: MORAMESES " w-meses-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           ACCEPT w-minimo-env FROM ENVIRONMENT "MORAMINIMO".
           IF w-minimo-env IS NOT EQUAL SPACES
               MOVE w-minimo-env TO w-minimo-cents
               COMPUTE w-minimo-deuda = w-minimo-cents / 100
           END-IF.
           MOVE w-fecha-hoy TO w-fecha-corte.
           PERFORM 125-RETROCEDER-MES
               VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > w-meses-limite.
           DISPLAY "Limite de mora: " w-meses-limite " meses (mora "
                   "iniciada hasta el " w-fecha-corte "), deuda "
                   "minima " w-minimo-deuda.

       125-RETROCEDER-MES.
      *    The day of month is kept as is: a fecha-mora is compared
      *    against the cut, never used as a calendar date itself.
           IF w-corte-mm IS EQUAL 1
               MOVE 12 TO w-corte-mm
               SUBTRACT 1 FROM w-corte-aaaa
           ELSE
               SUBTRACT 1 FROM w-corte-mm
           END-IF.

       140-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.

       150-TOMAR-BLOQUEO.
           MOVE "T" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede procesar, SOCIOS esta en uso"
               CLOSE LEDGER-SOCIOS
               CLOSE SOCIOS
               IF w-convenios-master IS EQUAL "S"
                   CLOSE CONVENIOS
               END-IF
               STOP RUN
           END-IF.

       160-LIBERAR-BLOQUEO.
           MOVE "L" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       200-CARGAR-AUDITORIA.
      *    The trail is in time order, so the last estado-changing
      *    action per socio wins: "S" this batch's suspension, "R"
      *    its reinstatement, "M" a hand modification in
      *    MantenerSocios (which may have set the estado itself).
           PERFORM 205-LIMPIAR-ACCION
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           OPEN INPUT AUDIT-SOCIOS.
           IF ws-audit-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-audit
           ELSE
               PERFORM 210-LEER-AUDITORIA
           END-IF.
           PERFORM UNTIL w-flag-audit IS EQUAL 1
               IF auds-socio IS NUMERIC AND auds-socio IS > ZERO
                   IF auds-accion IS EQUAL "S"
                           OR auds-accion IS EQUAL "R"
                           OR auds-accion IS EQUAL "M"
                       MOVE auds-accion TO w-ult-accion(auds-socio)
                   END-IF
               END-IF
               PERFORM 210-LEER-AUDITORIA
           END-PERFORM.
           IF ws-audit-status IS NOT EQUAL "35"
               CLOSE AUDIT-SOCIOS
           END-IF.
           OPEN EXTEND AUDIT-SOCIOS.
           IF ws-audit-status IS EQUAL "35"
               OPEN OUTPUT AUDIT-SOCIOS
           END-IF.

       205-LIMPIAR-ACCION.
           MOVE SPACE TO w-ult-accion(w-idx).

       210-LEER-AUDITORIA.
           READ AUDIT-SOCIOS AT END MOVE 1 TO w-flag-audit.

       300-LEER-LEDGER.
           READ LEDGER-SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-ledger.

       310-EVALUAR-SOCIO.
           MOVE led-socio TO soc-numero.
           READ SOCIOS
               INVALID KEY
                   MOVE "X" TO soc-estado
           END-READ.
           SUBTRACT led-pagos FROM led-cargos GIVING w-deuda.
           IF soc-estado IS EQUAL "A"
               IF led-fecha-mora IS > ZERO
                       AND led-fecha-mora IS NOT > w-fecha-corte
                       AND w-deuda IS NOT < w-minimo-deuda
                   PERFORM 320-VERIFICAR-CONVENIO
                   IF w-convenio-vigente IS EQUAL "S"
                       ADD 1 TO w-cant-con-convenio
                   ELSE
                       PERFORM 400-SUSPENDER
                   END-IF
               END-IF
           ELSE
               IF soc-estado IS EQUAL "S"
                       AND w-deuda IS NOT > ZERO
                       AND w-ult-accion(led-socio) IS EQUAL "S"
                   PERFORM 450-REHABILITAR
               END-IF
           END-IF.

       320-VERIFICAR-CONVENIO.
           MOVE "N" TO w-convenio-vigente.
           IF w-convenios-master IS EQUAL "S"
               MOVE led-socio TO cvn-socio
               READ CONVENIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF cvn-estado IS EQUAL "V"
                           MOVE "S" TO w-convenio-vigente
                       END-IF
               END-READ
           END-IF.

       400-SUSPENDER.
           MOVE "S" TO soc-estado.
           REWRITE soc-reg.
           MOVE "S" TO auds-accion.
           PERFORM 500-GRABAR-AUDITORIA.
           MOVE "SUSPEND" TO l-accion.
           MOVE led-fecha-mora TO mm-fecha.
           MOVE motivo-mora TO l-motivo.
           PERFORM 510-IMPRIMIR-LINEA.
           ADD 1 TO w-cant-suspendidos.

       450-REHABILITAR.
           MOVE "A" TO soc-estado.
           REWRITE soc-reg.
           MOVE "R" TO auds-accion.
           PERFORM 500-GRABAR-AUDITORIA.
           MOVE "REHABIL" TO l-accion.
           MOVE "DEUDA CANCELADA" TO l-motivo.
           PERFORM 510-IMPRIMIR-LINEA.
           ADD 1 TO w-cant-rehabilitados.

       500-GRABAR-AUDITORIA.
           MOVE w-operador-id TO auds-operador.
           ACCEPT auds-fecha FROM DATE YYYYMMDD.
           ACCEPT auds-hora FROM TIME.
           MOVE led-socio TO auds-socio.
           WRITE auds-reg.

       510-IMPRIMIR-LINEA.
           MOVE led-socio TO l-socio.
           MOVE soc-nombre TO l-nombre.
           MOVE w-deuda TO l-deuda.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 140-LISTAR-ENCABEZADO
           END-WRITE.
           DISPLAY lis-reg.

       600-TOTALES.
           MOVE w-cant-suspendidos TO ts-susp.
           MOVE w-cant-rehabilitados TO ts-rehab.
           MOVE w-cant-con-convenio TO ts-conv.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM totalsusp AFTER 1.
           DISPLAY lis-reg.

       700-FIN.
           CLOSE LEDGER-SOCIOS.
           CLOSE SOCIOS.
           IF w-convenios-master IS EQUAL "S"
               CLOSE CONVENIOS
           END-IF.
           CLOSE AUDIT-SOCIOS.
           CLOSE LISTADO.
           PERFORM 160-LIBERAR-BLOQUEO.

       END PROGRAM SUSPENDER-MOROSOS.
