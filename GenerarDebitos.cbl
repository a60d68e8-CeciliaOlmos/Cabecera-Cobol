      *          importe) to PRESENTBANCO for every socio holding an
      *          active DEBITOS authorization. Socios without one are
      *          simply skipped -- they keep paying at the counter.
      *          The presentment is dated on the first bank working
      *          day on or after the cuota fecha (DIA-HABIL over the
      *          FERIADOS calendar), since the bank rejects as a
      *          batch a file dated on a day it does not work.
      *          The bank's answer comes back through
      *          ProcesarRespuestaBanco.
      * Tectonics: cobc
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"

       FD  DEBITOS.
       01  deb-reg.
           03 deb-socio pic 9(5).
           03 deb-cbu pic x(22).
           03 deb-banco pic x(20).
           03 deb-activo pic x.
       FD  ARCH-PRESENT.
       01  pre-reg.
           03 pre-fecha pic 9(8).
           03 pre-socio pic 9(5).
           03 pre-cbu pic x(22).
           03 pre-importe pic 9(7)v99.
      *    Digito verificador of pre-socio; the bank echoes it back
      *    on the response so the pago is checked against it.
           03 pre-dv pic 9.

       FD  OPERADORES.
       01  ope-reg.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-transc pic 9 value zero.
       01  w-fecha-pedida pic 9(8).
       01  w-fecha-actual pic 9(8) value zero.
       01  w-fecha-presentacion pic 9(8).
      *    DIA-HABIL call workbench.
       01  w-dh-accion pic x.
       01  w-dh-tipo pic x.
       01  w-dh-fecha pic 9(8).
       01  w-dh-dias pic 9(3).
       01  w-dh-resultado pic x.
       01  w-dh-descripcion pic x(30).
      *    Per-socio cuota total for the asked fecha, indexed
      *    directly by the socio number (the key space is only
      *    1-99999, so the padron fits in storage).
       01  w-tabla-cuotas.
           03 w-cuota-soc OCCURS 99999 TIMES pic s9(8)v99.
       01  w-idx pic 9(6).
       01  w-dv-calc pic 9.
       01  w-cant-presentados pic 9(5) value zero.
       01  w-imp-presentado pic s9(9)v99 value zero.
       01  w-cant-sin-debito pic 9(5) value zero.
               DISPLAY "Error, la fecha debe ser positiva"
               ACCEPT w-fecha-pedida
           END-PERFORM.
           PERFORM 120-FECHA-PRESENTACION.
           PERFORM 110-LIMPIAR-CUOTA
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           OPEN INPUT ARCH-TRANS.
           IF ws-arch-trans-status IS NOT EQUAL "00"
               DISPLAY "ERROR: no se pudo abrir ARCHTRANS, estado "
       110-LIMPIAR-CUOTA.
           MOVE ZERO TO w-cuota-soc(w-idx).

       120-FECHA-PRESENTACION.
           MOVE "V" TO w-dh-accion.
           MOVE "B" TO w-dh-tipo.
           MOVE w-fecha-pedida TO w-dh-fecha.
           MOVE ZERO TO w-dh-dias.
           CALL "DIA-HABIL" USING w-dh-accion, w-dh-tipo,
               w-dh-fecha, w-dh-dias, w-dh-resultado,
               w-dh-descripcion.
           IF w-dh-resultado IS EQUAL "S"
               MOVE w-fecha-pedida TO w-fecha-presentacion
           ELSE
               DISPLAY "AVISO: el " w-fecha-pedida " no es dia "
                       "habil bancario (" w-dh-descripcion ")"
               MOVE "P" TO w-dh-accion
               CALL "DIA-HABIL" USING w-dh-accion, w-dh-tipo,
                   w-dh-fecha, w-dh-dias, w-dh-resultado,
                   w-dh-descripcion
               MOVE w-dh-fecha TO w-fecha-presentacion
               DISPLAY "La presentacion se fecha el "
                       w-fecha-presentacion
           END-IF.

       130-PEDIR-OPERADOR.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
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
       300-ARMAR-PRESENTACION.
           PERFORM 310-PRESENTAR-SOCIO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           DISPLAY "Debitos presentados: " w-cant-presentados
                   " por " w-imp-presentado.
           DISPLAY "Socios con cuota y sin autorizacion: "
                       ADD 1 TO w-cant-sin-debito
                   NOT INVALID KEY
                       IF deb-activo IS EQUAL "S"
                           MOVE w-fecha-presentacion TO pre-fecha
                           MOVE w-idx TO pre-socio
                           CALL "DIGITO-SOCIO" USING pre-socio,
                               w-dv-calc
                           MOVE w-dv-calc TO pre-dv
                           MOVE deb-cbu TO pre-cbu
                           MOVE w-cuota-soc(w-idx) TO pre-importe
                           WRITE pre-reg
