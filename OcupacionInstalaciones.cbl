      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily occupancy sheet for the caretaker. For the day
      *          asked (today by default) it prints one page per
      *          active facility in INSTALACIONES, with every hour
      *          from opening to closing and the socio holding it in
      *          RESERVAS, or LIBRE; cancelled bookings do not hold
      *          the hour and are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCUPACION-INSTALACIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs.
           SELECT INSTALACIONES
           ASSIGN TO "INSTALACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ist-codigo
           FILE STATUS IS ws-instalaciones-status.

           SELECT RESERVAS
           ASSIGN TO "RESERVAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS res-clave
           FILE STATUS IS ws-reservas-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-socios-status.

           SELECT LISTADO ASSIGN TO
           PRINTER, "PLANILLAOCUPACION".

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALACIONES.
       01  ist-reg.
           03 ist-codigo pic x(2).
           03 ist-descripcion pic x(20).
           03 ist-modalidad pic x.
           03 ist-tarifa pic 9(7)v99.
           03 ist-hora-apertura pic 9(2).
           03 ist-hora-cierre pic 9(2).
           03 ist-horas-aviso pic 9(3).
           03 ist-clase pic x.
           03 ist-estado pic x.

       FD  RESERVAS.
       01  res-reg.
           03 res-clave.
               05 res-instalacion pic x(2).
               05 res-fecha pic 9(8).
               05 res-hora-desde pic 9(2).
               05 res-secuencia pic 9(2).
           03 res-hora-hasta pic 9(2).
           03 res-socio pic 9(5).
           03 res-importe pic 9(7)v99.
           03 res-estado pic x.
           03 res-facturada pic x.
           03 res-fecha-factura pic 9(8).
           03 res-fecha-alta pic 9(8).
           03 res-operador pic x(10).
           03 res-fecha-baja pic 9(8).
           03 res-operador-baja pic x(10).

       FD  SOCIOS.
       01  soc-reg.
           03 soc-numero pic 9(5).
           03 soc-nombre pic x(30).
           03 soc-estado pic x.
           03 soc-categoria pic x.
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).

       FD  listado
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  ws-instalaciones-status pic xx.
       01  ws-reservas-status pic xx.
       01  ws-socios-status pic xx.
       01  w-flag-instalaciones pic 9 value zero.
       01  w-flag-reservas pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-planilla pic 9(8).
       01  w-cant-paginas pic 9(3) value zero.
      *    Socio holding each hour of the day for the facility on
      *    the page (zero = libre).
       01  w-tabla-horas.
           03 w-socio-hora OCCURS 24 TIMES pic 9(5).
       01  w-idx-hora pic 9(2).
       01  w-hora pic 9(2).
       01  cabecera1.
           03 filler pic x(8) value spaces.
           03 filler pic x(26) value "PLANILLA DE OCUPACION DEL ".
           03 ca-fecha pic 9(8).
           03 filler pic x(38) value spaces.
       01  cabecera2.
           03 filler pic x(13) value "INSTALACION: ".
           03 ca-codigo pic x(2).
           03 filler pic x value space.
           03 ca-descripcion pic x(20).
           03 filler pic x(44) value spaces.
       01  cabecera3.
           03 filler pic x(80) value all "-".
       01  cabecera4.
           03 filler pic x(14) value "HORARIO".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(58) value "NOMBRE".
       01  detalle.
           03 l-hora-desde pic 99.
           03 filler pic x(4) value ":00-".
           03 l-hora-hasta pic 99.
           03 filler pic x(6) value ":00   ".
           03 l-socio pic x(5).
           03 filler pic x(3) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(28) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-INSTALACION.
           PERFORM UNTIL w-flag-instalaciones IS EQUAL 1
               IF ist-estado IS EQUAL "A"
                   PERFORM 300-ARMAR-PLANILLA
               END-IF
               PERFORM 200-LEER-INSTALACION
           END-PERFORM.
           DISPLAY "Planillas impresas: " w-cant-paginas.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Ingrese la fecha de la planilla (AAAAMMDD), "
                   "0 = hoy".
           ACCEPT w-fecha-planilla.
           IF w-fecha-planilla IS EQUAL ZERO
               MOVE w-fecha-hoy TO w-fecha-planilla
           END-IF.
           OPEN INPUT INSTALACIONES.
           IF ws-instalaciones-status IS NOT EQUAL "00"
               DISPLAY "No hay maestro INSTALACIONES, no hay "
                       "planilla para imprimir"
               STOP RUN
           END-IF.
           OPEN INPUT RESERVAS.
           IF ws-reservas-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-reservas
           END-IF.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-planilla TO ca-fecha.

       200-LEER-INSTALACION.
           READ INSTALACIONES NEXT RECORD
               AT END MOVE 1 TO w-flag-instalaciones
           END-READ.

       220-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera4 AFTER 1.

       300-ARMAR-PLANILLA.
           PERFORM 310-LIMPIAR-HORA
               VARYING w-idx-hora FROM 1 BY 1
               UNTIL w-idx-hora > 24.
           IF w-flag-reservas IS NOT EQUAL 1
               PERFORM 320-CARGAR-RESERVAS
           END-IF.
           MOVE ist-codigo TO ca-codigo.
           MOVE ist-descripcion TO ca-descripcion.
           PERFORM 220-LISTAR-ENCABEZADO.
           DISPLAY "Instalacion " ist-codigo " " ist-descripcion.
           PERFORM 350-IMPRIMIR-HORA
               VARYING w-hora FROM ist-hora-apertura BY 1
               UNTIL w-hora IS NOT < ist-hora-cierre.
           ADD 1 TO w-cant-paginas.

       310-LIMPIAR-HORA.
           MOVE ZERO TO w-socio-hora(w-idx-hora).

       320-CARGAR-RESERVAS.
      *    Bookings for the facility and day sit together in key
      *    order; a reservada or cancelada con cargo booking still
      *    holds its hours.
           MOVE ist-codigo TO res-instalacion.
           MOVE w-fecha-planilla TO res-fecha.
           MOVE ZERO TO res-hora-desde.
           MOVE ZERO TO res-secuencia.
           START RESERVAS KEY IS NOT < res-clave
               INVALID KEY
                   MOVE "10" TO ws-reservas-status
           END-START.
           IF ws-reservas-status IS EQUAL "00"
               PERFORM 330-LEER-RESERVA
           END-IF.
           PERFORM UNTIL ws-reservas-status IS NOT EQUAL "00"
                      OR res-instalacion IS NOT EQUAL ist-codigo
                      OR res-fecha IS NOT EQUAL w-fecha-planilla
               IF res-estado IS EQUAL "R"
                       OR res-estado IS EQUAL "X"
                   PERFORM 340-OCUPAR-HORA
                       VARYING w-hora FROM res-hora-desde BY 1
                       UNTIL w-hora IS NOT < res-hora-hasta
                          OR w-hora IS > 23
               END-IF
               PERFORM 330-LEER-RESERVA
           END-PERFORM.

       330-LEER-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END MOVE "10" TO ws-reservas-status
           END-READ.

       340-OCUPAR-HORA.
           MOVE res-socio TO w-socio-hora(w-hora + 1).

       350-IMPRIMIR-HORA.
           MOVE w-hora TO l-hora-desde.
           COMPUTE l-hora-hasta = w-hora + 1.
           IF w-socio-hora(w-hora + 1) IS EQUAL ZERO
               MOVE SPACES TO l-socio
               MOVE "LIBRE" TO l-nombre
           ELSE
               MOVE w-socio-hora(w-hora + 1) TO soc-numero
               MOVE soc-numero TO l-socio
               READ SOCIOS
                   INVALID KEY
                       MOVE "(socio no encontrado)" TO l-nombre
                   NOT INVALID KEY
                       MOVE soc-nombre TO l-nombre
               END-READ
           END-IF.
           write lis-reg FROM detalle AFTER 1
               AT END-OF-PAGE
                   PERFORM 220-LISTAR-ENCABEZADO
           END-WRITE.
           DISPLAY lis-reg.

       700-FIN.
           CLOSE INSTALACIONES.
           IF w-flag-reservas IS NOT EQUAL 1
               CLOSE RESERVAS
           END-IF.
           CLOSE SOCIOS.
           CLOSE LISTADO.

       END PROGRAM OCUPACION-INSTALACIONES.
