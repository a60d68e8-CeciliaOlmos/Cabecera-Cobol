       FILE SECTION.
       FD  SOCIOS.
       01  soc-reg.
           03 soc-numero pic 9(5).
           03 soc-nombre pic x(30).
           03 soc-estado pic x.
           03 soc-categoria pic x.
      *    Fecha de ingreso al club and fecha de nacimiento, zero
      *    while unknown; the monthly categoria migration moves the
      *    socio between categorias by age and seniority on them.
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).

       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.
       FD  SALDOS-ANUALES.
       01  san-reg.
           03 san-anio pic 9(4).
           03 san-socio pic 9(5).
           03 san-saldo pic s9(8)v99.
           03 san-cargos pic s9(8)v99.
           03 san-pagos pic s9(8)v99.
           03 san-corrida-hora pic 9(6).

       FD  BKP-SOCIOS.
       01  bks-reg pic x(53).

       FD  BKP-LEDGER.
       01  bkl-reg pic x(53).

       FD  BKP-FECHASCTL.
       01  bkf-reg pic x(25).
       01  bkc-reg pic x(8).

       FD  BKP-ANUALES.
       01  bka-reg pic x(53).

       FD  BKP-MANIFIESTO.
       01  man-reg.
       01  w-cant-reg pic 9(7).
       01  w-imp-reg pic s9(11)v99.
       01  w-cant-difieren pic 9(2) value zero.
      *    Width of the socio number the generation was saved with,
      *    from the manifest's layout marker; zero when it has none.
       01  w-digitos-socio pic 9(7) value zero.
      *    Supervisor sign-on against the backup's OPERADORES copy
      *    when the live master is the casualty being restored.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-bko-trabajo.
           03 w-bko-codigo pic x(10).
           03 w-bko-nombre pic x(30).
           03 w-bko-rol pic x.
           03 w-bko-activo pic x.
      *    Run-lock workbench: SOCIOS and LEDGERSOCIOS are claimed in
      *    the BLOQUEOS register while they are being overwritten.
       01  w-blq-accion pic x.

       100-INICIO.
      *    The disk that ate the masters may have eaten OPERADORES
      *    too, so the sign-on here goes by the backup copy and the
      *    action is further gated by the explicit confirmation.
           PERFORM 105-PEDIR-SUPERVISOR.
           DISPLAY "ATENCION: esto sobreescribe SOCIOS, "
                   "LEDGERSOCIOS, FECHASCTL, OPERADORES, "
                   "CONTRECIBOS y SALDOSANUALES".
           END-IF.
           PERFORM 110-TOMAR-BLOQUEOS.

       105-PEDIR-SUPERVISOR.
      *    The code is looked up in the backup generation's copy of
      *    OPERADORES, which is there even when the live master is
      *    not, and the PIN is then checked against CLAVES, kept
      *    apart from the masters being restored. A site with no
      *    copy falls back to the PIN alone.
           OPEN INPUT BKP-OPERADORES.
           IF ws-bkp-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay BKPOPERADORES, no se valida "
                       "el rol del supervisor"
           ELSE
               CLOSE BKP-OPERADORES
           END-IF.
           DISPLAY "Ingrese su codigo de supervisor".
           ACCEPT w-operador-id.
           MOVE "N" TO w-operador-valido.
           PERFORM 106-VALIDAR-SUPERVISOR
               UNTIL w-operador-valido IS EQUAL "S".

       106-VALIDAR-SUPERVISOR.
           IF w-oper-master IS EQUAL "S"
               PERFORM 107-BUSCAR-SUPERVISOR
           ELSE
               MOVE w-operador-id TO w-bko-codigo
               MOVE "S" TO w-bko-rol
               MOVE "S" TO w-bko-activo
           END-IF.
           IF w-bko-codigo IS NOT EQUAL w-operador-id
               DISPLAY "Error, el codigo no figura en el maestro"
           ELSE
               IF w-bko-activo IS EQUAL "S"
                       AND w-bko-rol IS EQUAL "S"
                   MOVE w-operador-id TO ope-codigo
                   CALL "VALIDAR-CLAVE" USING ope-codigo,
                       w-clave-valida
                   IF w-clave-valida IS EQUAL "S"
                       MOVE "S" TO w-operador-valido
                   END-IF
               ELSE
                   DISPLAY "Error, el codigo no es de un "
                           "supervisor activo"
               END-IF
           END-IF.
           IF w-operador-valido IS NOT EQUAL "S"
               DISPLAY "Ingrese su codigo de supervisor"
               ACCEPT w-operador-id
           END-IF.

       107-BUSCAR-SUPERVISOR.
           MOVE SPACES TO w-bko-trabajo.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT BKP-OPERADORES.
           PERFORM 365-LEER-BKP-OPERADOR.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               IF bko-reg(1:10) IS EQUAL w-operador-id
                   MOVE bko-reg TO w-bko-trabajo
                   MOVE 1 TO w-flag-fin
               ELSE
                   PERFORM 365-LEER-BKP-OPERADOR
               END-IF
           END-PERFORM.
           CLOSE BKP-OPERADORES.
           MOVE ZERO TO w-flag-fin.

       110-TOMAR-BLOQUEOS.
           MOVE "T" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           PERFORM 210-LEER-MANIFIESTO.
           PERFORM UNTIL w-flag-manifiesto IS EQUAL 1
                      OR w-cant-manif IS NOT < 10
               IF man-archivo IS EQUAL "DIGITOS-SOCIO"
                   MOVE man-cant TO w-digitos-socio
               ELSE
                   ADD 1 TO w-cant-manif
                   MOVE man-archivo TO w-man-archivo(w-cant-manif)
                   MOVE man-cant TO w-man-cant(w-cant-manif)
                   MOVE man-importe TO w-man-importe(w-cant-manif)
               END-IF
               PERFORM 210-LEER-MANIFIESTO
           END-PERFORM.
           CLOSE BKP-MANIFIESTO.
      *    A generation saved before the socio number took five
      *    digits has no layout marker; its records would load
      *    shifted and still match the manifest counts, so it is
      *    refused before anything is overwritten.
           IF w-digitos-socio IS NOT EQUAL 5
               DISPLAY "ERROR: la generacion de respaldo no es del "
                       "formato actual (socio de cinco cifras)"
               DISPLAY "No se restaura nada; use un respaldo "
                       "tomado despues de la ampliacion del socio"
               PERFORM 120-LIBERAR-BLOQUEOS
               STOP RUN
           END-IF.
           DISPLAY "Manifiesto cargado, archivos a restaurar: "
                   w-cant-manif.

               OPEN OUTPUT SOCIOS
               PERFORM 305-LEER-BKP-SOCIO
               PERFORM UNTIL w-flag-fin IS EQUAL 1
                   MOVE bks-reg TO soc-reg
                   PERFORM 307-COMPLETAR-FECHAS
                   WRITE soc-reg
                   PERFORM 305-LEER-BKP-SOCIO
               END-PERFORM
               CLOSE SOCIOS
       305-LEER-BKP-SOCIO.
           READ BKP-SOCIOS AT END MOVE 1 TO w-flag-fin.

       307-COMPLETAR-FECHAS.
      *    Fechas that read back blank or not numeric are restored
      *    as zero, unknown, the way a converted padron holds them.
      *    Generations older than the fechas are older than the
      *    five-digit socio as well and never get this far: they
      *    are refused on the manifest's layout marker.
           IF soc-fecha-ingreso IS NOT NUMERIC
               MOVE ZERO TO soc-fecha-ingreso
           END-IF.
           IF soc-fecha-nacimiento IS NOT NUMERIC
               MOVE ZERO TO soc-fecha-nacimiento
           END-IF.

       310-CONTAR-SOCIOS.
           MOVE ZERO TO w-flag-fin.
           MOVE ZERO TO w-cant-reg.
