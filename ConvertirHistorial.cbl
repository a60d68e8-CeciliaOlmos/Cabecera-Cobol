       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
       FD  HISTORIAL-SOC.
       01  hsx-reg.
           03 hsx-clave.
               05 hsx-socio pic 9(5).
               05 hsx-corrida-fecha pic 9(8).
               05 hsx-corrida-hora pic 9(6).
               05 hsx-secuencia pic 9(4).
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-hist pic 9 value zero.
       01  w-confirmar pic x value "N".
      *    The per-socio sequence within each corrida, rebuilt during
      *    runs finds the live rows already there instead of
      *    re-inserting them.
       01  w-tabla-seq.
           03 w-seq-soc OCCURS 99999 TIMES pic 9(4).
       01  w-idx-seq pic 9(6).
       01  w-corrida-fecha-ant pic 9(8) value zero.
       01  w-corrida-hora-ant pic 9(6) value zero.
       01  w-cant-cargados pic 9(7) value zero.
           END-IF.
           PERFORM 320-LIMPIAR-SEQ
               VARYING w-idx-seq FROM 1 BY 1
               UNTIL w-idx-seq > 99999.
           OPEN INPUT ARCH-HISTORIAL.
           IF ws-historial-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir HISTORIAL, estado "
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
                       w-corrida-hora-ant
               PERFORM 320-LIMPIAR-SEQ
                   VARYING w-idx-seq FROM 1 BY 1
                   UNTIL w-idx-seq > 99999
               MOVE hst-corrida-fecha TO w-corrida-fecha-ant
               MOVE hst-corrida-hora TO w-corrida-hora-ant
           END-IF.
