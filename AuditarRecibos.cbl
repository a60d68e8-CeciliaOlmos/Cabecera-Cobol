           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-opcion pic x.
       01  w-flag-recibos pic 9 value zero.
       01  w-flag-transc pic 9 value zero.
       01  w-tabla-recibos.
           03 w-recibo OCCURS 5000 TIMES.
               05 w-rec-nro pic 9(8).
               05 w-rec-socio pic 9(5).
               05 w-rec-importe pic s9(7)v99.
               05 w-rec-usado pic x.
               05 w-rec-anulado pic x.
       01  w-idx-rec pic 9(4).
       01  w-rec-actual pic 9(4) value zero.
       01  w-nro-linea pic 9(8).
       01  w-socio-linea pic 9(5).
      *    De-editing workbench for the printed importe: the edited
      *    picture always carries two decimals, so the digits strung
      *    together are whole centavos.
       01  w-cant-mov pic 9(7) value zero.
       01  w-hallado pic x.
       01  w-nro-buscado pic 9(8).
       01  w-socio-buscado pic 9(5).
       01  w-cant-duplicados pic 9(3) value zero.
       01  w-linea1-guardada pic x(80).
       01  w-continuar pic x value "S".
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
               IF rec-reg(1:6) IS EQUAL "SOCIO "
                       AND rec-reg(7:4) IS NUMERIC
                       AND w-rec-actual IS > ZERO
                   PERFORM 348-SOCIO-DE-LINEA
                   MOVE w-socio-linea TO
                       w-rec-socio(w-rec-actual)
               ELSE
               MOVE "S" TO w-rec-anulado(w-idx-rec)
           END-IF.

       348-SOCIO-DE-LINEA.
      *    Slips printed since the socio number took five digits
      *    read "SOCIO nnnnn-d"; older ones carry four digits, with
      *    or without the check digit after them.
           IF rec-reg(12:1) IS EQUAL "-"
                   AND rec-reg(7:5) IS NUMERIC
               MOVE rec-reg(7:5) TO w-socio-linea
           ELSE
               MOVE rec-reg(7:4) TO w-socio-linea
           END-IF.

       350-REPORTAR-NUMERACION.
           PERFORM 355-REPORTAR-NUMERO
               VARYING w-idx-nro FROM 1 BY 1
               IF rec-reg(1:6) IS EQUAL "SOCIO "
                       AND rec-reg(7:4) IS NUMERIC
                       AND w-linea1-guardada IS NOT EQUAL SPACES
                   PERFORM 348-SOCIO-DE-LINEA
                   MOVE w-linea1-guardada(13:8) TO w-nro-linea
                   IF (w-nro-buscado IS > ZERO
                           AND w-nro-linea IS EQUAL
