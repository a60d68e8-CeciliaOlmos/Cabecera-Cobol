      *          predecessor has not completed is refused, with a
      *          supervisor override that is itself logged. A relief
      *          operator can no longer run CabecAct before the sort
      *          or export yesterday's TRANSACTUAL. The monthly
      *          billing (GenerarCuotas) is held the same way behind
      *          the cross-master integrity check, which must come
      *          back clean in the same cycle. The turnstiles' access
      *          list (ExportarAccesos) follows the actualizacion, so
      *          the day's payments reach it, and closes the
      *          unattended run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    At the end so a status record from before the backup step
      *    existed still reads cleanly; a new cycle resets it anyway.
           03 est-paso-backup pic x.
      *    Integrity check and monthly billing, appended the same way.
           03 est-paso-integridad pic x.
           03 est-paso-cuotas pic x.
      *    Turnstile access list, appended the same way.
           03 est-paso-accesos pic x.

       FD  ARCH-ERRORES.
       01  err-reg.
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
       01  w-supervisor-id pic x(10).
       01  w-supervisor-valido pic x value "N".
       01  w-fecha-hoy pic 9(8).
      *    The status record is read into working storage and the file
      *    closed again before any rewrite, so 130's OPEN OUTPUT never
      *    collides with a file still open INPUT.
       01  w-est-trabajo pic x(18).
       01  w-estado-leido pic x value "N".

       PROCEDURE DIVISION.
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
           MOVE "N" TO est-paso-export.
           MOVE "N" TO est-paso-reporte.
           MOVE "N" TO est-paso-backup.
           MOVE "N" TO est-paso-integridad.
           MOVE "N" TO est-paso-cuotas.
           MOVE "N" TO est-paso-accesos.
           PERFORM 130-GRABAR-ESTADO.

       130-GRABAR-ESTADO.
                   est-paso-export "]".
           DISPLAY "6 = Reporte mensual             ["
                   est-paso-reporte "]".
           DISPLAY "I = Integridad de maestros      ["
                   est-paso-integridad "]".
           DISPLAY "M = Facturacion mensual         ["
                   est-paso-cuotas "]".
           DISPLAY "A = Lista de acceso molinetes   ["
                   est-paso-accesos "]".
           DISPLAY "U = corrida desatendida (pasos 2 a 5 y A)".
           DISPLAY "F = fin".
           ACCEPT w-opcion.
           PERFORM UNTIL w-opcion IS EQUAL "B"
                      OR w-opcion IS EQUAL "4"
                      OR w-opcion IS EQUAL "5"
                      OR w-opcion IS EQUAL "6"
                      OR w-opcion IS EQUAL "I"
                      OR w-opcion IS EQUAL "M"
                      OR w-opcion IS EQUAL "A"
                      OR w-opcion IS EQUAL "U"
                      OR w-opcion IS EQUAL "F"
               DISPLAY "Error, ingrese B, 1 a 6, I, M, A, U o F"
               ACCEPT w-opcion
           END-PERFORM.

           IF w-opcion IS EQUAL "6"
               PERFORM 360-PASO-REPORTE
           END-IF.
           IF w-opcion IS EQUAL "I"
               PERFORM 362-PASO-INTEGRIDAD
           END-IF.
           IF w-opcion IS EQUAL "M"
               PERFORM 364-PASO-CUOTAS
           END-IF.
           IF w-opcion IS EQUAL "A"
               PERFORM 366-PASO-ACCESOS
           END-IF.
           IF w-opcion IS EQUAL "U"
               PERFORM 370-CORRIDA-DESATENDIDA
           END-IF.
               END-IF
           END-IF.

       362-PASO-INTEGRIDAD.
      *    No predecessor; a run that finds inconsistencies takes
      *    back an earlier clean result of the same cycle, so the
      *    billing is held until a later run comes back clean.
           MOVE ZERO TO RETURN-CODE.
           CALL "VERIFICAR-INTEGRIDAD".
           IF RETURN-CODE IS EQUAL ZERO
               MOVE "S" TO est-paso-integridad
           ELSE
               DISPLAY "Hay inconsistencias entre maestros, la "
                       "facturacion queda retenida"
               MOVE "N" TO est-paso-integridad
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM 130-GRABAR-ESTADO.

       364-PASO-CUOTAS.
           MOVE est-paso-integridad TO w-predecesor.
           MOVE "Facturacion mensual" TO w-nombre-paso.
           MOVE 8 TO w-paso-nro.
           PERFORM 400-VERIFICAR-PREDECESOR.
           IF w-paso-permitido IS EQUAL "S"
               MOVE ZERO TO RETURN-CODE
               CALL "GENERAR-CUOTAS"
               MOVE RETURN-CODE TO w-rc-paso
               MOVE ZERO TO RETURN-CODE
      *        GenerarCuotas does not re-prime its working storage,
      *        so it is cancelled after every run and the next CALL
      *        finds it in its initial state.
               CANCEL "GENERAR-CUOTAS"
               IF w-rc-paso IS EQUAL ZERO
                   MOVE "S" TO est-paso-cuotas
                   PERFORM 130-GRABAR-ESTADO
               ELSE
                   DISPLAY "La facturacion no se completo, el paso "
                           "queda pendiente"
               END-IF
           END-IF.

       366-PASO-ACCESOS.
      *    The list is built off the ledger, so it waits for the
      *    actualizacion; a failed run leaves yesterday's list with
      *    the turnstiles and the step pending.
           MOVE est-paso-cabec TO w-predecesor.
           MOVE "Lista de acceso" TO w-nombre-paso.
           MOVE 9 TO w-paso-nro.
           PERFORM 400-VERIFICAR-PREDECESOR.
           IF w-paso-permitido IS EQUAL "S"
               MOVE ZERO TO RETURN-CODE
               CALL "EXPORTAR-ACCESOS"
               IF RETURN-CODE IS EQUAL ZERO
                   MOVE "S" TO est-paso-accesos
                   PERFORM 130-GRABAR-ESTADO
               ELSE
                   DISPLAY "La lista de acceso fallo, el paso queda "
                           "pendiente"
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       370-CORRIDA-DESATENDIDA.
      *    The full validacion/ordenamiento/actualizacion/export
      *    sequence without a soul at the console: each program takes
               IF w-cadena-ok IS EQUAL "S"
                   PERFORM 378-DESATENDIDO-EXPORT
               END-IF
               IF w-cadena-ok IS EQUAL "S"
                   PERFORM 377-DESATENDIDO-ACCESOS
               END-IF
               IF w-cadena-ok IS EQUAL "S"
                   DISPLAY "Corrida desatendida completa, el "
                           "listado espera en el SPOOL"
               PERFORM 130-GRABAR-ESTADO
           END-IF.

       377-DESATENDIDO-ACCESOS.
           MOVE ZERO TO RETURN-CODE.
           CALL "EXPORTAR-ACCESOS".
           MOVE RETURN-CODE TO w-rc-paso.
           MOVE ZERO TO RETURN-CODE.
           MOVE "Lista de acceso" TO log-paso.
           PERFORM 379-EVALUAR-PASO.
           IF w-cadena-ok IS EQUAL "S"
               MOVE "S" TO est-paso-accesos
               PERFORM 130-GRABAR-ESTADO
           END-IF.

       378-DESATENDIDO-EXPORT.
           MOVE ZERO TO RETURN-CODE.
           CALL "EXPORTAR-CSV".
                       NOT INVALID KEY
                           IF ope-activo IS EQUAL "S"
                                   AND ope-rol IS EQUAL "S"
                               CALL "VALIDAR-CLAVE" USING ope-codigo,
                                   w-clave-valida
                               IF w-clave-valida IS EQUAL "S"
                                   MOVE "S" TO w-supervisor-valido
                               END-IF
                           ELSE
                               DISPLAY "Error, el codigo no es de "
                                       "un supervisor activo"
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-supervisor-id TO aud-supervisor.
           MOVE SPACE TO aud-evento.
           MOVE ZERO TO aud-sala.
           MOVE ZERO TO aud-socio.
           MOVE ZERO TO aud-importe.
           WRITE aud-reg.
           CLOSE ARCH-AUDITORIA.

