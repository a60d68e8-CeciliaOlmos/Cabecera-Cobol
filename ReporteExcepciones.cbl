      ******************************************************************
      * Author:
      * Date:
      * Purpose: Internal-control exceptions report. For the period
      *          asked it totals, per operator and sala, the slips
      *          each one keyed (ARCH-RECIBOS) and, against them, the
      *          pending anulaciones made through AnularPendiente, the
      *          reversals on ARCH-REVERSAS, the receipts burned
      *          ANULADO, the duplicate entries a supervisor
      *          confirmed and the other supervisor overrides
      *          (ARCH-AUDITORIA), each as a count, an importe and a
      *          rate against the slips. An operator and sala whose
      *          rate passes the threshold for any kind is flagged
      *          and every case behind it is listed at the end.
      *          Rows written before the operator and sala were
      *          carried are totalled under "(sin dato)".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-EXCEPCIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs, so this reads the same paper trail they write.
           SELECT ARCH-AUDITORIA
           ASSIGN TO "AUDITORIA"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-auditoria-status.

           SELECT ARCH-REVERSAS
           ASSIGN TO "REVERSAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-reversas-status.

           SELECT ARCH-RECIBOS
           ASSIGN TO "RECIBOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-recibos-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "LISTADOEXCEPCIONES".

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-AUDITORIA.
       01  aud-reg.
           03 aud-operador pic x(10).
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
      *    Spaces on the session-opening record; carries the
      *    authorizing supervisor's code on the extra record written
      *    for each supervised override during the session.
           03 aud-supervisor pic x(10).
      *    Space on session and override records, "U" a duplicate
      *    entry and "A" a pending anulacion authorized; "F" wrong
      *    PIN, "B" code blocked, "C" PIN changed, "D" unblocked and
      *    "R" PIN reset by the supervisor in aud-supervisor.
           03 aud-evento pic x.
      *    Sala, socio and importe an override concerned, for the
      *    internal control report; zero where they do not apply.
           03 aud-sala pic 99.
           03 aud-socio pic 9(5).
           03 aud-importe pic s9(7)v99.

       FD  ARCH-REVERSAS.
       01  rev-reg.
           03 rev-socio pic 9(5).
           03 rev-clase pic x.
           03 rev-importe pic 9(7)v99.
           03 rev-fecha-orig pic 9(8).
           03 rev-fecha-rev pic 9(8).
      *    Operator and sala that keyed the reversal; spaces and zero
      *    on links written before they were carried.
           03 rev-operador pic x(10).
           03 rev-sala pic 99.

       FD  ARCH-RECIBOS.
       01  rec-reg pic x(80).

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
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
       01  ws-auditoria-status pic xx.
       01  ws-reversas-status pic xx.
       01  ws-recibos-status pic xx.
       01  w-flag-aud pic 9 value zero.
       01  w-flag-rev pic 9 value zero.
       01  w-flag-rec pic 9 value zero.
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
      *    1 = totals are gathered, 2 = the cases of the flagged
      *    operators are listed; both passes read the same files.
       01  w-pasada pic 9.
      *    Rate threshold per kind of exception, a whole percentage
      *    of the slips keyed, taken from the environment when set:
      *    1 CTLUMBRALANUL pending anulaciones, 2 CTLUMBRALREV
      *    reversals, 3 CTLUMBRALRECANU receipts ANULADO, 4
      *    CTLUMBRALDUP duplicates confirmed, 5 CTLUMBRALOVRD other
      *    supervisor overrides.
       01  w-tabla-umbrales.
           03 filler pic 9(3) value 2.
           03 filler pic 9(3) value 2.
           03 filler pic 9(3) value 3.
           03 filler pic 9(3) value 1.
           03 filler pic 9(3) value 2.
       01  filler REDEFINES w-tabla-umbrales.
           03 w-umbral OCCURS 5 TIMES pic 9(3).
       01  w-umbral-env pic x(3).
      *    Digits typed in an environment value, up to the first
      *    space.
       01  w-largo-env pic 9(2).
       01  w-tabla-tipos.
           03 filler pic x(22) value "ANULACIONES PENDIENTES".
           03 filler pic x(22) value "REVERSAS".
           03 filler pic x(22) value "RECIBOS ANULADOS".
           03 filler pic x(22) value "DUPLICADOS AUTORIZADOS".
           03 filler pic x(22) value "OTROS OVERRIDES".
       01  filler REDEFINES w-tabla-tipos.
           03 w-tipo-leyenda OCCURS 5 TIMES pic x(22).
      *    One entry per operator and sala seen in the period, with
      *    the slips keyed and the count and importe of each kind
      *    of exception.
       01  w-tabla-operadores.
           03 w-ent OCCURS 100 TIMES.
               05 w-ent-operador pic x(10).
               05 w-ent-sala pic 99.
               05 w-ent-cant-mov pic 9(6).
               05 w-ent-imp-mov pic s9(11)v99.
               05 w-ent-marcada pic x.
               05 w-ent-tipo OCCURS 5 TIMES.
                   07 w-ent-cant pic 9(6).
                   07 w-ent-imp pic s9(11)v99.
       01  w-cant-ent pic 9(3) value zero.
       01  w-idx-ent pic 9(3).
       01  w-idx-bus pic 9(3).
       01  w-idx-tipo pic 9.
       01  w-cant-marcadas pic 9(3) value zero.
       01  w-tasa pic 9(3)v9.
      *    The case in hand, filled by each file's pass before
      *    450-REGISTRAR-CASO.
       01  w-caso-tipo pic 9.
       01  w-caso-operador pic x(10).
       01  w-caso-sala pic 99.
       01  w-caso-fecha pic 9(8).
       01  w-caso-ref pic x(10).
       01  w-caso-importe pic s9(9)v99.
       01  w-caso-supervisor pic x(10).
      *    Receipt-register scan: the first line of the slip in
      *    hand, waiting for its CLASE line and importe.
       01  w-linea1-guardada pic x(80).
       01  w-rec-fecha pic 9(8).
       01  w-campo-importe pic x(14).
       01  w-idx-campo pic 9(2).
       01  w-digito-x pic x.
       01  filler REDEFINES w-digito-x.
           03 w-digito pic 9.
       01  w-centavos pic 9(9).
       01  w-negativo pic x.
       01  w-importe-linea pic s9(7)v99.
       01  cabecera1.
           03 filler pic x(10) value spaces.
           03 filler pic x(34)
               value "EXCEPCIONES DE CONTROL INTERNO DEL".
           03 filler pic x value space.
           03 c1-desde pic 9(8).
           03 filler pic x(3) value " AL".
           03 filler pic x value space.
           03 c1-hasta pic 9(8).
           03 filler pic x(15) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(4) value spaces.
           03 filler pic x(22) value "EXCEPCION".
           03 filler pic x(6) value "  CANT".
           03 filler pic x(16) value "         IMPORTE".
           03 filler pic x(8) value "    TASA".
           03 filler pic x(8) value "  UMBRAL".
           03 filler pic x(16) value spaces.
       01  tituloseccion.
           03 filler pic x(2) value spaces.
           03 ts-titulo pic x(40).
           03 filler pic x(38) value spaces.
       01  lineaoperador.
           03 filler pic x(9) value "OPERADOR ".
           03 lo-operador pic x(10).
           03 filler pic x(6) value " SALA ".
           03 lo-sala pic x(2).
           03 filler pic x(8) value " RECIB. ".
           03 lo-cant pic zzzzz9.
           03 filler pic x value space.
           03 lo-importe pic zzz.zzz.zzz.zz9,99-.
           03 filler pic x value space.
           03 lo-marca pic x(18).
       01  lineatipo.
           03 filler pic x(4) value spaces.
           03 lt-leyenda pic x(22).
           03 lt-cant pic zzzzz9.
           03 filler pic x value space.
           03 lt-importe pic zz.zzz.zzz.zz9,99-.
           03 filler pic x(2) value spaces.
           03 lt-tasa pic zz9,9.
           03 filler pic x(3) value "%  ".
           03 lt-umbral pic zz9.
           03 filler pic x(2) value "% ".
           03 lt-marca pic x(3).
           03 filler pic x(10) value spaces.
       01  lineacaso.
           03 filler pic x(2) value spaces.
           03 lc-operador pic x(10).
           03 filler pic x value space.
           03 lc-sala pic x(2).
           03 filler pic x value space.
           03 lc-leyenda pic x(22).
           03 filler pic x value space.
           03 lc-fecha pic 9(8).
           03 filler pic x value space.
           03 lc-ref pic x(6).
           03 lc-importe pic zz.zzz.zz9,99-.
           03 filler pic x value space.
           03 lc-supervisor pic x(10).
       01  lineafinal.
           03 filler pic x(4) value spaces.
           03 lf-leyenda pic x(40).
           03 lf-cant pic zz9.
           03 filler pic x(33) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           MOVE 1 TO w-pasada.
           PERFORM 300-RECORRER-ARCHIVOS.
           PERFORM 600-LISTAR-TOTALES.
           IF w-cant-marcadas IS > ZERO
               MOVE "CASOS DE LOS OPERADORES SENALADOS" TO ts-titulo
               WRITE lis-reg FROM tituloseccion AFTER 2
               MOVE 2 TO w-pasada
               PERFORM 300-RECORRER-ARCHIVOS
           END-IF.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           PERFORM 120-LEER-UMBRALES.
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
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-desde TO c1-desde.
           MOVE w-fecha-hasta TO c1-hasta.
           WRITE lis-reg FROM cabecera1 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

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

       120-LEER-UMBRALES.
           ACCEPT w-umbral-env FROM ENVIRONMENT "CTLUMBRALANUL".
           MOVE ZERO TO w-largo-env.
           INSPECT w-umbral-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-umbral-env(1:w-largo-env) IS NUMERIC
                   MOVE w-umbral-env(1:w-largo-env)
                       TO w-umbral(1)
               ELSE
                   DISPLAY "AVISO: CTLUMBRALANUL " w-umbral-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           ACCEPT w-umbral-env FROM ENVIRONMENT "CTLUMBRALREV".
           MOVE ZERO TO w-largo-env.
           INSPECT w-umbral-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-umbral-env(1:w-largo-env) IS NUMERIC
                   MOVE w-umbral-env(1:w-largo-env)
                       TO w-umbral(2)
               ELSE
                   DISPLAY "AVISO: CTLUMBRALREV " w-umbral-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           ACCEPT w-umbral-env FROM ENVIRONMENT "CTLUMBRALRECANU".
           MOVE ZERO TO w-largo-env.
           INSPECT w-umbral-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-umbral-env(1:w-largo-env) IS NUMERIC
                   MOVE w-umbral-env(1:w-largo-env)
                       TO w-umbral(3)
               ELSE
                   DISPLAY "AVISO: CTLUMBRALRECANU " w-umbral-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           ACCEPT w-umbral-env FROM ENVIRONMENT "CTLUMBRALDUP".
           MOVE ZERO TO w-largo-env.
           INSPECT w-umbral-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-umbral-env(1:w-largo-env) IS NUMERIC
                   MOVE w-umbral-env(1:w-largo-env)
                       TO w-umbral(4)
               ELSE
                   DISPLAY "AVISO: CTLUMBRALDUP " w-umbral-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.
           ACCEPT w-umbral-env FROM ENVIRONMENT "CTLUMBRALOVRD".
           MOVE ZERO TO w-largo-env.
           INSPECT w-umbral-env TALLYING w-largo-env
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-env IS > ZERO
               IF w-umbral-env(1:w-largo-env) IS NUMERIC
                   MOVE w-umbral-env(1:w-largo-env)
                       TO w-umbral(5)
               ELSE
                   DISPLAY "AVISO: CTLUMBRALOVRD " w-umbral-env
                           " no es un numero, se ignora"
               END-IF
           END-IF.

       300-RECORRER-ARCHIVOS.
           PERFORM 310-RECORRER-RECIBOS.
           PERFORM 330-RECORRER-REVERSAS.
           PERFORM 350-RECORRER-AUDITORIA.

       310-RECORRER-RECIBOS.
           MOVE ZERO TO w-flag-rec.
           MOVE SPACES TO w-linea1-guardada.
           OPEN INPUT ARCH-RECIBOS.
           IF ws-recibos-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-rec
           ELSE
               PERFORM 315-LEER-RECIBO
           END-IF.
           PERFORM UNTIL w-flag-rec IS EQUAL 1
               PERFORM 320-EVALUAR-LINEA-RECIBO
               PERFORM 315-LEER-RECIBO
           END-PERFORM.
           IF ws-recibos-status IS NOT EQUAL "35"
               CLOSE ARCH-RECIBOS
           END-IF.

       315-LEER-RECIBO.
           READ ARCH-RECIBOS AT END MOVE 1 TO w-flag-rec.

       320-EVALUAR-LINEA-RECIBO.
      *    A slip is three lines: its number, fecha, sala and
      *    operator first, then SOCIO, then CLASE with the importe,
      *    which is where it is counted. An ANULADO line names the
      *    slip it burns and, since the operator is carried, who
      *    keyed it; older ones without a fecha cannot be placed in
      *    the period and are passed over.
           IF rec-reg(1:12) IS EQUAL "RECIBO NRO. "
                   AND rec-reg(13:8) IS NUMERIC
               MOVE SPACES TO w-linea1-guardada
               IF rec-reg(21:9) IS EQUAL "  ANULADO"
                   IF rec-reg(45:8) IS NUMERIC
                       MOVE rec-reg(45:8) TO w-caso-fecha
                       IF w-caso-fecha IS NOT < w-fecha-desde
                               AND w-caso-fecha IS NOT > w-fecha-hasta
                           MOVE 3 TO w-caso-tipo
                           MOVE rec-reg(31:10) TO w-caso-operador
                           MOVE ZERO TO w-caso-sala
                           IF rec-reg(42:2) IS NUMERIC
                               MOVE rec-reg(42:2) TO w-caso-sala
                           END-IF
                           MOVE rec-reg(13:8) TO w-caso-ref
                           MOVE rec-reg(54:14) TO w-campo-importe
                           PERFORM 580-DESEDITAR-IMPORTE
                           MOVE w-importe-linea TO w-caso-importe
                           MOVE SPACES TO w-caso-supervisor
                           PERFORM 450-REGISTRAR-CASO
                       END-IF
                   END-IF
               ELSE
                   IF rec-reg(29:8) IS NUMERIC
                       MOVE rec-reg(29:8) TO w-rec-fecha
                       IF w-rec-fecha IS NOT < w-fecha-desde
                               AND w-rec-fecha IS NOT > w-fecha-hasta
                           MOVE rec-reg TO w-linea1-guardada
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF rec-reg(1:6) IS EQUAL "CLASE "
                       AND w-linea1-guardada IS NOT EQUAL SPACES
                   IF w-pasada IS EQUAL 1
                       PERFORM 325-SUMAR-RECIBO
                   END-IF
                   MOVE SPACES TO w-linea1-guardada
               END-IF
           END-IF.

       325-SUMAR-RECIBO.
           MOVE SPACES TO w-caso-operador.
           IF w-linea1-guardada(46:7) IS EQUAL "  OPER "
               MOVE w-linea1-guardada(53:10) TO w-caso-operador
           END-IF.
           MOVE ZERO TO w-caso-sala.
           IF w-linea1-guardada(44:2) IS NUMERIC
               MOVE w-linea1-guardada(44:2) TO w-caso-sala
           END-IF.
           MOVE rec-reg(25:14) TO w-campo-importe.
           PERFORM 580-DESEDITAR-IMPORTE.
           PERFORM 400-UBICAR-ENTRADA.
           IF w-idx-ent IS > ZERO
               ADD 1 TO w-ent-cant-mov(w-idx-ent)
               ADD w-importe-linea TO w-ent-imp-mov(w-idx-ent)
           END-IF.

       330-RECORRER-REVERSAS.
           MOVE ZERO TO w-flag-rev.
           OPEN INPUT ARCH-REVERSAS.
           IF ws-reversas-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-rev
           ELSE
               PERFORM 335-LEER-REVERSA
           END-IF.
           PERFORM UNTIL w-flag-rev IS EQUAL 1
               IF rev-fecha-rev IS NOT < w-fecha-desde
                       AND rev-fecha-rev IS NOT > w-fecha-hasta
                   MOVE 2 TO w-caso-tipo
                   MOVE rev-operador TO w-caso-operador
                   MOVE ZERO TO w-caso-sala
                   IF rev-sala IS NUMERIC
                       MOVE rev-sala TO w-caso-sala
                   END-IF
                   MOVE rev-fecha-rev TO w-caso-fecha
                   MOVE rev-socio TO w-caso-ref
                   MOVE rev-importe TO w-caso-importe
                   MOVE SPACES TO w-caso-supervisor
                   PERFORM 450-REGISTRAR-CASO
               END-IF
               PERFORM 335-LEER-REVERSA
           END-PERFORM.
           IF ws-reversas-status IS NOT EQUAL "35"
               CLOSE ARCH-REVERSAS
           END-IF.

       335-LEER-REVERSA.
           READ ARCH-REVERSAS AT END MOVE 1 TO w-flag-rev.

       350-RECORRER-AUDITORIA.
      *    Session openings (no supervisor) and the PIN events are
      *    not exceptions of the operator's keying and are skipped.
           MOVE ZERO TO w-flag-aud.
           OPEN INPUT ARCH-AUDITORIA.
           IF ws-auditoria-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-aud
           ELSE
               PERFORM 355-LEER-AUDITORIA
           END-IF.
           PERFORM UNTIL w-flag-aud IS EQUAL 1
               IF aud-fecha IS NOT < w-fecha-desde
                       AND aud-fecha IS NOT > w-fecha-hasta
                   MOVE ZERO TO w-caso-tipo
                   IF aud-evento IS EQUAL "A"
                       MOVE 1 TO w-caso-tipo
                   END-IF
                   IF aud-evento IS EQUAL "U"
                       MOVE 4 TO w-caso-tipo
                   END-IF
                   IF aud-evento IS EQUAL SPACE
                           AND aud-supervisor IS NOT EQUAL SPACES
                       MOVE 5 TO w-caso-tipo
                   END-IF
                   IF w-caso-tipo IS > ZERO
                       PERFORM 360-ARMAR-CASO-AUDITORIA
                       PERFORM 450-REGISTRAR-CASO
                   END-IF
               END-IF
               PERFORM 355-LEER-AUDITORIA
           END-PERFORM.
           IF ws-auditoria-status IS NOT EQUAL "35"
               CLOSE ARCH-AUDITORIA
           END-IF.

       355-LEER-AUDITORIA.
           READ ARCH-AUDITORIA AT END MOVE 1 TO w-flag-aud.

       360-ARMAR-CASO-AUDITORIA.
           MOVE aud-operador TO w-caso-operador.
           MOVE ZERO TO w-caso-sala.
           IF aud-sala IS NUMERIC
               MOVE aud-sala TO w-caso-sala
           END-IF.
           MOVE aud-fecha TO w-caso-fecha.
           MOVE SPACES TO w-caso-ref.
           IF aud-socio IS NUMERIC
               MOVE aud-socio TO w-caso-ref
           END-IF.
           MOVE ZERO TO w-caso-importe.
           IF aud-importe IS NUMERIC
               MOVE aud-importe TO w-caso-importe
           END-IF.
           MOVE aud-supervisor TO w-caso-supervisor.

       400-UBICAR-ENTRADA.
      *    Finds the operator and sala in the table, adding them on
      *    first sight; w-idx-ent is left at zero only when the
      *    table is full.
           IF w-caso-operador IS EQUAL SPACES
               MOVE "(sin dato)" TO w-caso-operador
           END-IF.
           MOVE ZERO TO w-idx-ent.
           PERFORM 410-COTEJAR-ENTRADA
               VARYING w-idx-bus FROM 1 BY 1
               UNTIL w-idx-bus > w-cant-ent
                  OR w-idx-ent IS > ZERO.
           IF w-idx-ent IS EQUAL ZERO
               IF w-cant-ent IS < 100
                   ADD 1 TO w-cant-ent
                   MOVE w-cant-ent TO w-idx-ent
                   MOVE w-caso-operador TO w-ent-operador(w-idx-ent)
                   MOVE w-caso-sala TO w-ent-sala(w-idx-ent)
                   MOVE ZERO TO w-ent-cant-mov(w-idx-ent)
                   MOVE ZERO TO w-ent-imp-mov(w-idx-ent)
                   MOVE "N" TO w-ent-marcada(w-idx-ent)
                   PERFORM 420-LIMPIAR-TIPO
                       VARYING w-idx-tipo FROM 1 BY 1
                       UNTIL w-idx-tipo > 5
               ELSE
                   DISPLAY "AVISO: mas de 100 operadores y salas, "
                           w-caso-operador " sala " w-caso-sala
                           " queda fuera del reporte"
               END-IF
           END-IF.

       410-COTEJAR-ENTRADA.
           IF w-ent-operador(w-idx-bus) IS EQUAL w-caso-operador
                   AND w-ent-sala(w-idx-bus) IS EQUAL w-caso-sala
               MOVE w-idx-bus TO w-idx-ent
           END-IF.

       420-LIMPIAR-TIPO.
           MOVE ZERO TO w-ent-cant(w-idx-ent, w-idx-tipo).
           MOVE ZERO TO w-ent-imp(w-idx-ent, w-idx-tipo).

       450-REGISTRAR-CASO.
      *    First pass: the case adds to its operator and sala.
      *    Second pass: it is listed when they were flagged.
           PERFORM 400-UBICAR-ENTRADA.
           IF w-idx-ent IS > ZERO
               IF w-pasada IS EQUAL 1
                   ADD 1 TO w-ent-cant(w-idx-ent, w-caso-tipo)
                   ADD w-caso-importe
                       TO w-ent-imp(w-idx-ent, w-caso-tipo)
               ELSE
                   IF w-ent-marcada(w-idx-ent) IS EQUAL "S"
                       PERFORM 460-IMPRIMIR-CASO
                   END-IF
               END-IF
           END-IF.

       460-IMPRIMIR-CASO.
           MOVE w-caso-operador TO lc-operador.
           MOVE w-caso-sala TO lc-sala.
           MOVE w-tipo-leyenda(w-caso-tipo) TO lc-leyenda.
           MOVE w-caso-fecha TO lc-fecha.
      *    Socio number, or the slip number's last digits for a
      *    receipt ANULADO.
           IF w-caso-tipo IS EQUAL 3
               MOVE w-caso-ref(3:6) TO lc-ref
           ELSE
               MOVE w-caso-ref TO lc-ref
           END-IF.
           MOVE w-caso-importe TO lc-importe.
           MOVE w-caso-supervisor TO lc-supervisor.
           write lis-reg FROM lineacaso AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER PAGE
                   WRITE lis-reg FROM cabecera2 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.

       580-DESEDITAR-IMPORTE.
      *    The printed picture always carries two decimals, so the
      *    digits strung together are whole centavos; a trailing
      *    minus flips the sign.
           MOVE ZERO TO w-centavos.
           MOVE "N" TO w-negativo.
           PERFORM 590-DESEDITAR-UNO
               VARYING w-idx-campo FROM 1 BY 1
               UNTIL w-idx-campo > 14.
           COMPUTE w-importe-linea = w-centavos / 100.
           IF w-negativo IS EQUAL "S"
               COMPUTE w-importe-linea = w-importe-linea * -1
           END-IF.

       590-DESEDITAR-UNO.
           MOVE w-campo-importe(w-idx-campo:1) TO w-digito-x.
           IF w-digito-x IS NUMERIC
               COMPUTE w-centavos = w-centavos * 10 + w-digito
           END-IF.
           IF w-digito-x IS EQUAL "-"
               MOVE "S" TO w-negativo
           END-IF.

       600-LISTAR-TOTALES.
           MOVE "TOTALES POR OPERADOR Y SALA" TO ts-titulo.
           WRITE lis-reg FROM tituloseccion AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           PERFORM 610-LISTAR-ENTRADA
               VARYING w-idx-ent FROM 1 BY 1
               UNTIL w-idx-ent > w-cant-ent.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE "OPERADORES Y SALAS LISTADOS:" TO lf-leyenda.
           MOVE w-cant-ent TO lf-cant.
           WRITE lis-reg FROM lineafinal AFTER 1.
           MOVE "SENALADOS POR SUPERAR UN UMBRAL:" TO lf-leyenda.
           MOVE w-cant-marcadas TO lf-cant.
           WRITE lis-reg FROM lineafinal AFTER 1.
           DISPLAY "Operadores y salas senalados: " w-cant-marcadas.

       610-LISTAR-ENTRADA.
      *    The rates are worked out first so the operator's own line
      *    can already carry the flag.
           PERFORM 620-EVALUAR-TIPO
               VARYING w-idx-tipo FROM 1 BY 1
               UNTIL w-idx-tipo > 5.
           MOVE w-ent-operador(w-idx-ent) TO lo-operador.
           MOVE w-ent-sala(w-idx-ent) TO lo-sala.
           MOVE w-ent-cant-mov(w-idx-ent) TO lo-cant.
           MOVE w-ent-imp-mov(w-idx-ent) TO lo-importe.
           IF w-ent-marcada(w-idx-ent) IS EQUAL "S"
               MOVE "*** SUPERA UMBRAL" TO lo-marca
               ADD 1 TO w-cant-marcadas
           ELSE
               MOVE SPACES TO lo-marca
           END-IF.
           write lis-reg FROM lineaoperador AFTER 2
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER PAGE
                   WRITE lis-reg FROM cabecera2 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.
           PERFORM 630-LISTAR-TIPO
               VARYING w-idx-tipo FROM 1 BY 1
               UNTIL w-idx-tipo > 5.

       620-EVALUAR-TIPO.
           PERFORM 640-CALCULAR-TASA.
           IF w-tasa IS > w-umbral(w-idx-tipo)
               MOVE "S" TO w-ent-marcada(w-idx-ent)
           END-IF.

       630-LISTAR-TIPO.
           PERFORM 640-CALCULAR-TASA.
           MOVE w-tipo-leyenda(w-idx-tipo) TO lt-leyenda.
           MOVE w-ent-cant(w-idx-ent, w-idx-tipo) TO lt-cant.
           MOVE w-ent-imp(w-idx-ent, w-idx-tipo) TO lt-importe.
           MOVE w-tasa TO lt-tasa.
           MOVE w-umbral(w-idx-tipo) TO lt-umbral.
           IF w-tasa IS > w-umbral(w-idx-tipo)
               MOVE "***" TO lt-marca
           ELSE
               MOVE SPACES TO lt-marca
           END-IF.
           write lis-reg FROM lineatipo AFTER 1
               AT END-OF-PAGE
                   WRITE lis-reg FROM cabecera1 AFTER PAGE
                   WRITE lis-reg FROM cabecera2 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.

       640-CALCULAR-TASA.
      *    Percentage of the slips keyed; exceptions with no slip
      *    at all behind them count as the whole.
           IF w-ent-cant-mov(w-idx-ent) IS EQUAL ZERO
               IF w-ent-cant(w-idx-ent, w-idx-tipo) IS EQUAL ZERO
                   MOVE ZERO TO w-tasa
               ELSE
                   MOVE 100 TO w-tasa
               END-IF
           ELSE
               COMPUTE w-tasa ROUNDED =
                   w-ent-cant(w-idx-ent, w-idx-tipo) * 100
                   / w-ent-cant-mov(w-idx-ent)
                   ON SIZE ERROR
                       MOVE 999,9 TO w-tasa
               END-COMPUTE
           END-IF.

       700-FIN.
           CLOSE LISTADO.

       END PROGRAM REPORTE-EXCEPCIONES.
