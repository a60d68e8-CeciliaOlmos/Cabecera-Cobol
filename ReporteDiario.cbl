      * Date:
      * Purpose: Daily operations report: give it a fecha and it
      *          prints, on one sheet, that day's entry sessions by
      *          operator with their wrong PINs and blocked codes
      *          (ARCH-AUDITORIA), the corrections applied
      *          straight to the ledger (ARCH-CORRECCIONES), and the
      *          errors logged (ARCH-ERRORES), each section with its
      *          counts and totals. The single page the administrator
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

       FD  ARCH-CORRECCIONES.
       01  cor-reg.
           03 cor-fecha pic 9(8).
           03 cor-socio pic 9(5).
           03 cor-clase pic x.
           03 cor-mov pic x.
           03 cor-importe pic s9(7)v99.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  ws-auditoria-status pic xx.
       01  ws-correcciones-status pic xx.
       01  ws-errores-status pic xx.
       01  w-flag-err pic 9 value zero.
       01  w-fecha-pedida pic 9(8).
       01  w-cant-sesiones pic 9(5) value zero.
       01  w-cant-claves pic 9(5) value zero.
       01  w-cant-correcciones pic 9(5) value zero.
       01  w-imp-correcciones pic s9(9)v99 value zero.
       01  w-cant-errores pic 9(5) value zero.
           03 ls-supervisor pic x(10).
           03 filler pic x(22) value spaces.
       01  lineacorr.
           03 filler pic x(3) value spaces.
           03 lc-socio pic 9(5).
           03 filler pic x(2) value spaces.
           03 lc-clase pic x.
           03 filler pic x(2) value spaces.
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
           MOVE w-cant-sesiones TO lt-cant.
           MOVE ZERO TO lt-importe.
           WRITE lis-reg FROM lineatotal AFTER 1.
           MOVE "CLAVES ERRADAS / BLOQUEOS:" TO lt-leyenda.
           MOVE w-cant-claves TO lt-cant.
           WRITE lis-reg FROM lineatotal AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       210-LEER-AUDITORIA.
       220-IMPRIMIR-SESION.
           MOVE aud-hora TO ls-hora.
           MOVE aud-operador TO ls-operador.
           MOVE SPACES TO ls-supervisor.
           IF aud-evento IS EQUAL SPACE
               IF aud-supervisor IS EQUAL SPACES
                   MOVE "apertura de sesion" TO ls-leyenda
               ELSE
                   MOVE "override autorizado por " TO ls-leyenda
                   MOVE aud-supervisor TO ls-supervisor
               END-IF
               ADD 1 TO w-cant-sesiones
           END-IF.
      *    Duplicate entries and pending anulaciones a supervisor
      *    authorized count with the other authorizations.
           IF aud-evento IS EQUAL "U"
               MOVE "duplicado autorizado por " TO ls-leyenda
               MOVE aud-supervisor TO ls-supervisor
               ADD 1 TO w-cant-sesiones
           END-IF.
           IF aud-evento IS EQUAL "A"
               MOVE "anulacion autorizada por " TO ls-leyenda
               MOVE aud-supervisor TO ls-supervisor
               ADD 1 TO w-cant-sesiones
           END-IF.
      *    PIN events left by VALIDAR-CLAVE and MantenerClaves.
           IF aud-evento IS EQUAL "F"
               MOVE "clave errada" TO ls-leyenda
               ADD 1 TO w-cant-claves
           END-IF.
           IF aud-evento IS EQUAL "B"
               MOVE "BLOQUEADO, 3 claves mal" TO ls-leyenda
               ADD 1 TO w-cant-claves
           END-IF.
           IF aud-evento IS EQUAL "C"
               MOVE "cambio de clave" TO ls-leyenda
           END-IF.
           IF aud-evento IS EQUAL "D"
               MOVE "desbloqueado por " TO ls-leyenda
               MOVE aud-supervisor TO ls-supervisor
           END-IF.
           IF aud-evento IS EQUAL "R"
               MOVE "clave blanqueada por " TO ls-leyenda
               MOVE aud-supervisor TO ls-supervisor
           END-IF.
           write lis-reg FROM lineasesion AFTER 1
                   WRITE lis-reg FROM cabecera2 AFTER 1
           END-WRITE.
           DISPLAY lis-reg.

       300-LISTAR-CORRECCIONES.
           MOVE "CORRECCIONES APLICADAS AL LEDGER" TO ts-titulo.
