      *          IMPORTMOV -- one row per movement, fields separated
      *          by ";" the way ExportarCSV writes them (fecha; socio;
      *          clase; mov; importe; sala, importe with the comma
      *          decimal, socio written "nnnn-d" with its digito
      *          verificador as the carnet shows it) -- validates each
      *          row with the same rules the entry program applies
      *          (digito verificador, padron lookup, estado "A", clase
      *          and movimiento, the IMPORTEMAX ceiling),
      *          writes the good rows into ARCHTRANS under a proper
      *          "C" header per fecha registered in FECHAS-CTL, and
      *          writes every bad row to RECHAZOIMPORT with the
           ASSIGN TO "RECHAZOIMPORT"
           ORGANIZATION LINE SEQUENTIAL.

      *    A socio whose digito verificador does not match is also
      *    logged here, where the supervisor reviews entry errors.
           SELECT ARCH-ERRORES
           ASSIGN TO "ARCHERRORES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-errores-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
      *    cheque, "T" transferencia; rows keyed before the field
      *    existed read back as space and count as efectivo.
           03 tr-det-medio PIC X.
      *    Digito verificador the socio arrived with.
           03 tr-det-dv PIC X.
      *    "T" trailer closing each imported fecha with its detail
      *    count and amount, verified by the chain downstream.
       01  tr-tra-reg.
           03 rch-linea pic x(80).
           03 rch-motivo pic x(30).

       FD  ARCH-ERRORES.
       01  err-reg.
           03 err-campo pic x(10).
           03 err-valor pic s9(9)v99.
           03 err-fecha pic 9(8).

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

       FD  FECHAS-CTL.
       01  fec-reg.
       01  w-clase-lado pic x.
       01  ws-arch-trans-status pic xx.
       01  ws-socios-status pic xx.
       01  ws-errores-status pic xx.
       01  ws-fechasctl-status pic xx.
       01  ws-operadores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-import pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
      *    The parsed fields of the row in progress, still as text.
       01  w-c-fecha pic x(12).
       01  w-c-socio pic x(12).
      *    The socio field split at its "-": number and digito
      *    verificador.
       01  w-c-socio-nro pic x(12).
       01  w-c-socio-dv pic x(12).
       01  w-socio-dv pic 9.
       01  w-dv-calc pic 9.
       01  w-c-clase pic x(12).
       01  w-c-mov pic x(12).
       01  w-c-importe pic x(14).
           03 w-mov-aaaa pic 9(4).
           03 w-mov-mm pic 9(2).
           03 w-mov-dd pic 9(2).
       01  w-socio-mov pic 9(5).
       01  w-importe-mov pic 9(7)v99.
       01  w-centavos pic 9(2).
       01  w-sala-mov pic 9(2).
               OPEN I-O FECHAS-CTL
           END-IF.
           OPEN OUTPUT ARCH-RECHAZOS.
           OPEN EXTEND ARCH-ERRORES.
           IF ws-errores-status IS EQUAL "35"
               OPEN OUTPUT ARCH-ERRORES
           END-IF.
           PERFORM 150-TOMAR-BLOQUEO.

       150-TOMAR-BLOQUEO.
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
               MOVE "N" TO w-registro-valido
           END-IF.
           IF w-registro-valido IS EQUAL "S"
               MOVE SPACES TO w-c-socio-nro
               MOVE SPACES TO w-c-socio-dv
               UNSTRING w-c-socio DELIMITED BY "-"
                   INTO w-c-socio-nro, w-c-socio-dv
               MOVE w-c-socio-nro TO w-campo
               PERFORM 320-CONVERTIR-NUMERO
      *        Any number the padron can hold passes here, 1 to
      *        99999; whether the socio exists is the padron
      *        lookup's call, not this one's.
               IF w-num-valido IS EQUAL "S"
                       AND w-numero IS > ZERO
                       AND w-numero IS NOT > 99999
                   MOVE w-numero TO w-socio-mov
               ELSE
                   MOVE "socio invalido" TO w-motivo
                   MOVE "N" TO w-registro-valido
               END-IF
           END-IF.
           IF w-registro-valido IS EQUAL "S"
               PERFORM 315-VERIFICAR-DIGITO
           END-IF.
           IF w-registro-valido IS EQUAL "S"
               PERFORM 330-CONVERTIR-IMPORTE
           END-IF.
               END-IF
           END-IF.

       315-VERIFICAR-DIGITO.
      *    The socio travels with its digito verificador; a row
      *    without one is refused, and one whose digit does not
      *    belong to the number (a transposed or mistyped socio) is
      *    logged to ARCH-ERRORES as well, so the pago never lands
      *    on another member's ledger.
           MOVE w-c-socio-dv TO w-campo.
           PERFORM 320-CONVERTIR-NUMERO.
           IF w-num-valido IS NOT EQUAL "S"
                   OR w-campo-lng IS NOT EQUAL 1
               MOVE "socio sin digito verificador" TO w-motivo
               MOVE "N" TO w-registro-valido
           ELSE
               MOVE w-numero TO w-socio-dv
               CALL "DIGITO-SOCIO" USING w-socio-mov, w-dv-calc
               IF w-socio-dv IS NOT EQUAL w-dv-calc
                   MOVE "digito verificador errado" TO w-motivo
                   MOVE "N" TO w-registro-valido
                   MOVE "SOCIO-DV" TO err-campo
                   MOVE w-socio-mov TO err-valor
                   MOVE w-fecha-hoy TO err-fecha
                   WRITE err-reg
               END-IF
           END-IF.

       320-CONVERTIR-NUMERO.
      *    The spreadsheet writes numbers without leading zeros, so
      *    the field is measured to its last non-space and converted
           MOVE w-c-clase(1:1) TO tr-det-clase.
           MOVE w-c-mov(1:1) TO tr-det-mov.
           MOVE w-socio-mov TO tr-det-socio.
           MOVE w-socio-dv TO tr-det-dv.
           MOVE w-importe-mov TO tr-det-importe.
      *    The reversal sign is applied here the same way the entry
      *    program applies it at the keyboard.
           CLOSE ARCH-IMPORT.
           CLOSE ARCH-TRANS.
           CLOSE ARCH-RECHAZOS.
           CLOSE ARCH-ERRORES.
           CLOSE SOCIOS.
           CLOSE FECHAS-CTL.
           PERFORM 160-LIBERAR-BLOQUEO.
