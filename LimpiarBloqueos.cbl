           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
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

       FD  OPERADORES.
       01  ope-reg.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-bloqueos pic 9 value zero.
       01  w-cant-bloqueos pic 9(3) value zero.
       01  w-recurso-ing pic x(12).
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
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador-id TO aud-supervisor.
           MOVE SPACE TO aud-evento.
           MOVE ZERO TO aud-sala.
           MOVE ZERO TO aud-socio.
           MOVE ZERO TO aud-importe.
           WRITE aud-reg.
           CLOSE ARCH-AUDITORIA.

