      *          (estado "A" and dues covered at the cut-off), the
      *          excluidos with the reason each one is out, and a
      *          signed-count summary line. A copy goes to the SPOOL
      *          so challenges can be answered later. A member
      *          readmitted under the old number (the reingreso
      *          AUDITSOCIOS logs) is marked as such on the padron
      *          and counted apart; one readmitted only after the
      *          cut-off was dado de baja at it and is excluded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      *    SPOOL keeps a dated copy of every printed report, so the
      *    certified padron survives for challenges.
      *    AUDITSOCIOS is the member-master change log; its reingreso
      *    entries tell a readmitted member from a new one.
           SELECT AUDIT-SOCIOS
           ASSIGN TO "AUDITSOCIOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-audit-status.

           SELECT ARCH-SPOOL
           ASSIGN TO "SPOOL"
           ORGANIZATION LINE SEQUENTIAL
       FILE SECTION.
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

       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
           03 cls-descripcion pic x(20).
           03 cls-lado pic x.

       FD  AUDIT-SOCIOS.
       01  auds-reg.
           03 auds-operador pic x(10).
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).
      *    Categoria before and after a "K" move; programs that log
      *    other actions leave them off and read them as spaces.
           03 auds-cat-anterior pic x.
           03 auds-cat-nueva pic x.

       FD  ARCH-SPOOL.
       01  spl-cab-reg.
           03 spl-cab-tipo pic x.
       01  ws-historial-status pic xx.
       01  ws-clases-status pic xx.
       01  ws-spool-status pic xx.
       01  ws-audit-status pic xx.
       01  w-flag-audit pic 9 value zero.
       01  w-flag-socios pic 9 value zero.
       01  w-flag-hist pic 9 value zero.
       01  w-flag-clases pic 9 value zero.
      *    replayed archive and indexed directly by the socio number
      *    the way the ledger audit's table is.
       01  w-tabla-posicion.
           03 w-posicion OCCURS 99999 TIMES.
               05 w-pos-cargos pic s9(9)v99.
               05 w-pos-pagos pic s9(9)v99.
      *            Last reingreso on or before the cut-off (zero for
      *            none), and the first baja or reingreso after it:
      *            an "I" there means the socio stood dado de baja
      *            at the cut-off.
               05 w-pos-reingreso pic 9(8).
               05 w-pos-post-corte pic x.
       01  w-idx pic 9(6).
       01  w-deuda-corte pic s9(9)v99.
      *    The accepted clase letters and their ledger side, loaded
      *    once (or primed with the historical Q/P/M when the site
       01  w-clase-lado pic x.
       01  w-cant-habilitados pic 9(5) value zero.
       01  w-cant-excluidos pic 9(5) value zero.
       01  w-cant-reingresados pic 9(5) value zero.
       01  w-fase pic x.
       01  cabecera1.
           03 filler pic x(10) value spaces.
              "SOCIOS EXCLUIDOS (con el motivo)".
           03 filler pic x(41) value spaces.
       01  detalle.
           03 filler pic x(4) value spaces.
           03 l-soc pic 9(5).
           03 filler pic x(3) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "ESTADO ".
           03 me-estado pic x.
           03 filler pic x(22) value spaces.
       01  mot-reingreso.
           03 filler pic x(15) value "REINGRESADO EL ".
           03 mr-fecha pic 9(8).
           03 filler pic x(7) value spaces.
       01  mot-reingreso-post.
           03 filler pic x(30) value
              "REINGRESO POSTERIOR AL CORTE".
       01  resumen.
           03 filler pic x(5) value spaces.
           03 filler pic x(14) value "HABILITADOS: ".
           03 filler pic x(16) value "  TOTAL PADRON: ".
           03 re-total pic zzzz9.
           03 filler pic x(16) value spaces.
       01  resumenreingresos.
           03 filler pic x(5) value spaces.
           03 filler pic x(36) value
              "DE LOS HABILITADOS, REINGRESADOS: ".
           03 rr-reingresados pic zzzz9.
           03 filler pic x(34) value spaces.
       01  lineafirmas.
           03 filler pic x(5) value spaces.
           03 filler pic x(44) value
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-REPLAYAR-HISTORIAL.
           PERFORM 250-CARGAR-REINGRESOS.
           MOVE "H" TO w-fase.
           PERFORM 300-LISTAR-PADRON.
           MOVE "E" TO w-fase.
           PERFORM 110-CARGAR-CLASES.
           PERFORM 115-LIMPIAR-POSICION
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 99999.
           ACCEPT w-corrida-fecha FROM DATE YYYYMMDD.
           ACCEPT w-corrida-hora FROM TIME.
           OPEN OUTPUT LISTADO.
       115-LIMPIAR-POSICION.
           MOVE ZERO TO w-pos-cargos(w-idx).
           MOVE ZERO TO w-pos-pagos(w-idx).
           MOVE ZERO TO w-pos-reingreso(w-idx).
           MOVE SPACE TO w-pos-post-corte(w-idx).

       120-GRABAR-SPOOL-CAB.
           MOVE "H" TO spl-cab-tipo.
               MOVE w-cls-lado(w-idx-clase) TO w-clase-lado
           END-IF.

       250-CARGAR-REINGRESOS.
      *    AUDITSOCIOS is only ever appended to, so file order is the
      *    order things happened in; a site without it has no
      *    reingreso to tell apart.
           OPEN INPUT AUDIT-SOCIOS.
           IF ws-audit-status IS NOT EQUAL "00"
               MOVE 1 TO w-flag-audit
           ELSE
               PERFORM 260-LEER-AUDITORIA
           END-IF.
           PERFORM UNTIL w-flag-audit IS EQUAL 1
               IF auds-fecha IS NUMERIC
                       AND auds-socio IS NUMERIC
                   IF auds-socio IS > ZERO
                       PERFORM 270-ANOTAR-REINGRESO
                   END-IF
               END-IF
               PERFORM 260-LEER-AUDITORIA
           END-PERFORM.
           IF ws-audit-status IS NOT EQUAL "35"
               CLOSE AUDIT-SOCIOS
           END-IF.

       260-LEER-AUDITORIA.
           READ AUDIT-SOCIOS AT END MOVE 1 TO w-flag-audit.

       270-ANOTAR-REINGRESO.
           IF auds-fecha IS NOT > w-fecha-corte
               IF auds-accion IS EQUAL "I"
                   MOVE auds-fecha TO w-pos-reingreso(auds-socio)
               END-IF
           ELSE
               IF (auds-accion IS EQUAL "I"
                       OR auds-accion IS EQUAL "B")
                   AND w-pos-post-corte(auds-socio) IS EQUAL SPACE
                   MOVE auds-accion TO w-pos-post-corte(auds-socio)
               END-IF
           END-IF.

       300-LISTAR-PADRON.
      *    Two passes over the padron, habilitados first and then
      *    the excluidos with their motives, so each section reads
               - w-pos-pagos(soc-numero).
           IF soc-estado IS EQUAL "A"
                   AND w-deuda-corte IS NOT > ZERO
                   AND w-pos-post-corte(soc-numero) IS NOT EQUAL "I"
               IF w-fase IS EQUAL "H"
                   IF w-pos-reingreso(soc-numero) IS > ZERO
                       MOVE w-pos-reingreso(soc-numero) TO mr-fecha
                       MOVE mot-reingreso TO l-motivo
                       ADD 1 TO w-cant-reingresados
                   ELSE
                       MOVE SPACES TO l-motivo
                   END-IF
                   PERFORM 330-IMPRIMIR-SOCIO
                   ADD 1 TO w-cant-habilitados
               END-IF
                       MOVE soc-estado TO me-estado
                       MOVE mot-estado TO l-motivo
                   ELSE
                       IF w-pos-post-corte(soc-numero) IS EQUAL "I"
                           MOVE mot-reingreso-post TO l-motivo
                       ELSE
                           MOVE w-deuda-corte TO md-importe
                           MOVE mot-deuda TO l-motivo
                       END-IF
                   END-IF
                   PERFORM 330-IMPRIMIR-SOCIO
                   ADD 1 TO w-cant-excluidos
           WRITE lis-reg FROM resumen AFTER 1.
           MOVE resumen TO spl-linea.
           PERFORM 125-GRABAR-SPOOL-LINEA.
           MOVE w-cant-reingresados TO rr-reingresados.
           WRITE lis-reg FROM resumenreingresos AFTER 1.
           MOVE resumenreingresos TO spl-linea.
           PERFORM 125-GRABAR-SPOOL-LINEA.
           WRITE lis-reg FROM lineafirmas AFTER 2.
           MOVE lineafirmas TO spl-linea.
           PERFORM 125-GRABAR-SPOOL-LINEA.
