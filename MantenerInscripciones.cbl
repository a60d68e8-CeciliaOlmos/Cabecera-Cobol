      *          enrollment after checking the socio in the padron
      *          and the activity in ACTIVIDADES; a baja closes it at
      *          today's fecha, so the cuota generator stops charging
      *          the discipline from next month. An activity flagged
      *          in ACTIVIDADES as requiring an apto medico only takes
      *          a socio whose certificate in APTOS is in force today.
      *          The file is parked
      *          in storage for the session and rewritten whole at
      *          the end, the same read-all/write-all pass the
      *          cheque confirmation uses.
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

      *    APTOS holds each socio's apto fisico, kept by MantenerAptos.
           SELECT APTOS
           ASSIGN TO "APTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS apt-socio
           FILE STATUS IS ws-aptos-status.

      *    OPERADORES is the operator master (code, name, role,
      *    active flag) every interactive program validates its
      *    sign-on against.
       FILE SECTION.
       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-socio pic 9(5).
           03 ins-actividad pic x(2).
           03 ins-fecha-desde pic 9(8).
      *    Zero means the enrollment is still open.
           03 act-codigo pic x(2).
           03 act-descripcion pic x(20).
           03 act-importe pic 9(7)v99.
      *    "S" when the insurer wants a valid apto medico before the
      *    socio is enrolled (pool, gym); space on the older lines.
           03 act-requiere-apto pic x.

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

       FD  APTOS.
       01  apt-reg.
           03 apt-socio pic 9(5).
           03 apt-fecha-emision pic 9(8).
      *    Last day the certificate covers the socio.
           03 apt-fecha-vencimiento pic 9(8).
           03 apt-medico pic x(30).
           03 apt-matricula pic x(10).
           03 apt-fecha-carga pic 9(8).

       FD  OPERADORES.
       01  ope-reg.
       01  ws-inscripciones-status pic xx.
       01  ws-actividades-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-aptos-status pic xx.
      *    "N" when the site keeps no APTOS master yet.
       01  w-aptos-master pic x value "S".
       01  ws-operadores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
      *    then falls back to the old accept-any-code behaviour
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-opcion pic x.
       01  w-fecha-hoy pic 9(8).
       01  w-flag-fin pic 9 value zero.
       01  w-socio-ing pic 9(5).
       01  w-actividad-ing pic x(2).
      *    The whole enrollment file parked for the session and
      *    rewritten at the end; 2000 entries hold every discipline
      *    a club of this size runs.
       01  w-tabla-inscripciones.
           03 w-inscripcion OCCURS 2000 TIMES.
               05 w-ins-socio pic 9(5).
               05 w-ins-actividad pic x(2).
               05 w-ins-desde pic 9(8).
               05 w-ins-hasta pic 9(8).
       01  w-hallado pic 9(4).
       01  w-actividad-valida pic x.
       01  w-descripcion-act pic x(20).
       01  w-requiere-apto pic x.
       01  w-apto-valido pic x.
       01  w-cant-listadas pic 9(4) value zero.

       PROCEDURE DIVISION.
                       ws-socios-status
               STOP RUN
           END-IF.
      *    A site that keeps no APTOS yet simply enrolls nobody in the
      *    activities that require one.
           OPEN INPUT APTOS.
           IF ws-aptos-status IS NOT EQUAL "00"
               MOVE "N" TO w-aptos-master
           END-IF.
           PERFORM 150-CARGAR-INSCRIPCIONES.

       130-PEDIR-OPERADOR.
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
      *    bill nothing for it month after month.
           MOVE "N" TO w-actividad-valida.
           MOVE SPACES TO w-descripcion-act.
           MOVE "N" TO w-requiere-apto.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ACTIVIDADES.
           IF ws-actividades-status IS NOT EQUAL "00"
               IF act-codigo IS EQUAL w-actividad-ing
                   MOVE "S" TO w-actividad-valida
                   MOVE act-descripcion TO w-descripcion-act
                   IF act-requiere-apto IS EQUAL "S"
                       MOVE "S" TO w-requiere-apto
                   END-IF
               END-IF
               PERFORM 225-LEER-ACTIVIDAD
           END-PERFORM.
                       w-actividad-ing " desde el "
                       w-ins-desde(w-hallado)
           ELSE
               PERFORM 330-VERIFICAR-APTO
               IF w-apto-valido IS NOT EQUAL "S"
                   DISPLAY "Error, " w-descripcion-act " requiere "
                           "apto medico vigente"
               ELSE
                   PERFORM 315-AGREGAR-INSCRIPCION
               END-IF
           END-IF.

       315-AGREGAR-INSCRIPCION.
           IF w-cant-inscripciones IS < 2000
               ADD 1 TO w-cant-inscripciones
               MOVE w-socio-ing TO
                   w-ins-socio(w-cant-inscripciones)
               MOVE w-actividad-ing TO
                   w-ins-actividad(w-cant-inscripciones)
               MOVE w-fecha-hoy TO
                   w-ins-desde(w-cant-inscripciones)
               MOVE ZERO TO
                   w-ins-hasta(w-cant-inscripciones)
               DISPLAY "Inscripcion registrada: socio "
                       w-socio-ing " en " w-descripcion-act
           ELSE
               DISPLAY "Error, la tabla de inscripciones esta "
                       "llena"
           END-IF.

       320-BUSCAR-ABIERTA.
           MOVE ZERO TO w-hallado.
           PERFORM 325-COTEJAR-ABIERTA
               MOVE w-idx TO w-hallado
           END-IF.

       330-VERIFICAR-APTO.
      *    The certificate has to cover today; the weekly apto report
      *    warns the instructors before an enrolled socio's runs out.
           MOVE "S" TO w-apto-valido.
           IF w-requiere-apto IS EQUAL "S"
               MOVE "N" TO w-apto-valido
               IF w-aptos-master IS EQUAL "S"
                   MOVE w-socio-ing TO apt-socio
                   READ APTOS
                       INVALID KEY
                           DISPLAY "El socio no tiene apto medico "
                                   "registrado"
                       NOT INVALID KEY
                           IF apt-fecha-emision IS NOT > w-fecha-hoy
                                   AND apt-fecha-vencimiento IS
                                       NOT < w-fecha-hoy
                               MOVE "S" TO w-apto-valido
                           ELSE
                               DISPLAY "El apto medico del socio "
                                       "vencio el "
                                       apt-fecha-vencimiento
                           END-IF
                   END-READ
               END-IF
           END-IF.

       400-BAJA-INSCRIPCION.
           PERFORM 210-PEDIR-SOCIO.
           DISPLAY "Ingrese el codigo de actividad a dar de baja".

       700-FIN.
           CLOSE SOCIOS.
           IF w-aptos-master IS EQUAL "S"
               CLOSE APTOS
           END-IF.
           DISPLAY "Inscripciones en el archivo: "
                   w-cant-inscripciones.

