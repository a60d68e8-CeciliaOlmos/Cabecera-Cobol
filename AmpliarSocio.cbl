      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of every file that carries a
      *          socio number from the four-digit number to the
      *          five-digit one. Each file as it stood is renamed and
      *          pointed at its name plus ANT (SOCIOSANT, LEDGER-
      *          SOCIOSANT, ARCHTRANSANT ...) before the run; every
      *          record is copied into the file under its own name in
      *          the new layout, and the new file is then read back
      *          and proved against the old one: record count, total
      *          of the socio numbers and total of every importe in
      *          the record must come out equal, or the file is
      *          reported DIFIERE and the run ends with RC 8. A file
      *          the site never had is reported and skipped. The ANT
      *          files are never touched, so a run cut short is
      *          simply repeated from the start.
      *          SOCIOSANT must be in the layout with the fechas de
      *          ingreso and nacimiento: a site still on the original
      *          padron first runs CONVERTIR-SOCIOS, renames the
      *          SOCIOS it writes to SOCIOSANT, and only then runs
      *          this conversion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMPLIAR-SOCIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Logical file names below are resolved through the runtime
      *    environment the same way as the rest of this system's
      *    programs. Every file comes in a pair: the ANT one in the
      *    four-digit layout it was written in, and the one the
      *    system runs on from now on.
           SELECT SOCIOS-ANT
           ASSIGN TO "SOCIOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vsoc-numero
           FILE STATUS IS ws-ant-status.

           SELECT SOCIOS
           ASSIGN TO "SOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS soc-numero
           FILE STATUS IS ws-nue-status.

           SELECT LEDGER-SOCIOS-ANT
           ASSIGN TO "LEDGERSOCIOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vled-socio
           FILE STATUS IS ws-ant-status.

           SELECT LEDGER-SOCIOS
           ASSIGN TO "LEDGERSOCIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS led-socio
           FILE STATUS IS ws-nue-status.

           SELECT HISTORIAL-SOC-ANT
           ASSIGN TO "HISTORIALSOCANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vhsx-clave
           FILE STATUS IS ws-ant-status.

           SELECT HISTORIAL-SOC
           ASSIGN TO "HISTORIALSOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS hsx-clave
           FILE STATUS IS ws-nue-status.

           SELECT CONTACTOS-ANT
           ASSIGN TO "CONTACTOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vcon-socio
           FILE STATUS IS ws-ant-status.

           SELECT CONTACTOS
           ASSIGN TO "CONTACTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS con-socio
           FILE STATUS IS ws-nue-status.

           SELECT DEBITOS-ANT
           ASSIGN TO "DEBITOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vdeb-socio
           FILE STATUS IS ws-ant-status.

           SELECT DEBITOS
           ASSIGN TO "DEBITOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS deb-socio
           FILE STATUS IS ws-nue-status.

           SELECT CONVENIOS-ANT
           ASSIGN TO "CONVENIOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vcvn-socio
           FILE STATUS IS ws-ant-status.

           SELECT CONVENIOS
           ASSIGN TO "CONVENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cvn-socio
           FILE STATUS IS ws-nue-status.

           SELECT EXENCIONES-ANT
           ASSIGN TO "EXENCIONESANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vexe-socio
           FILE STATUS IS ws-ant-status.

           SELECT EXENCIONES
           ASSIGN TO "EXENCIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS exe-socio
           FILE STATUS IS ws-nue-status.

           SELECT APTOS-ANT
           ASSIGN TO "APTOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vapt-socio
           FILE STATUS IS ws-ant-status.

           SELECT APTOS
           ASSIGN TO "APTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS apt-socio
           FILE STATUS IS ws-nue-status.

           SELECT ADELANTOS-ANT
           ASSIGN TO "ADELANTOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vadl-clave
           FILE STATUS IS ws-ant-status.

           SELECT ADELANTOS
           ASSIGN TO "ADELANTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS adl-clave
           FILE STATUS IS ws-nue-status.

           SELECT CUPONES-ANT
           ASSIGN TO "CUPONESANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vcup-clave
           FILE STATUS IS ws-ant-status.

           SELECT CUPONES
           ASSIGN TO "CUPONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cup-clave
           FILE STATUS IS ws-nue-status.

           SELECT RESERVAS-ANT
           ASSIGN TO "RESERVASANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vres-clave
           FILE STATUS IS ws-ant-status.

           SELECT RESERVAS
           ASSIGN TO "RESERVAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS res-clave
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-TRANS-ANT
           ASSIGN TO "ARCHTRANSANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-TRANS
           ASSIGN TO "ARCHTRANS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-TRANS-SALA-ANT
           ASSIGN TO "ARCHTRANSSALAANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-TRANS-SALA
           ASSIGN TO "ARCHTRANSSALA"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-ARCHIVO-ANT
           ASSIGN TO "ARCHTRANSHISTANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-ARCHIVO
           ASSIGN TO "ARCHTRANSHIST"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-RECHAZOS-ANT
           ASSIGN TO "RECHAZOSALAANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-RECHAZOS
           ASSIGN TO "RECHAZOSALA"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-HISTORIAL-ANT
           ASSIGN TO "HISTORIALANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-HISTORIAL
           ASSIGN TO "HISTORIAL"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-IMPUTACIONES-ANT
           ASSIGN TO "IMPUTACIONESANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-IMPUTACIONES
           ASSIGN TO "IMPUTACIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT TRANSC-ACTUAL-ANT
           ASSIGN TO "TRANSACTUALANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT TRANSC-ACTUAL
           ASSIGN TO "TRANSACTUAL"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT SALDOS-ANUALES-ANT
           ASSIGN TO "SALDOSANUALESANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT SALDOS-ANUALES
           ASSIGN TO "SALDOSANUALES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT GRUPOS-ANT
           ASSIGN TO "GRUPOSANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT GRUPOS
           ASSIGN TO "GRUPOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT INSCRIPCIONES-ANT
           ASSIGN TO "INSCRIPCIONESANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT INSCRIPCIONES
           ASSIGN TO "INSCRIPCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT CHEQUES-ANT
           ASSIGN TO "CHEQUESANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT CHEQUES
           ASSIGN TO "CHEQUES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-REVERSAS-ANT
           ASSIGN TO "REVERSASANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-REVERSAS
           ASSIGN TO "REVERSAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-CORRECCIONES-ANT
           ASSIGN TO "ARCHCORRECCIONESANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-CORRECCIONES
           ASSIGN TO "ARCHCORRECCIONES"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT REINTEGROS-ANT
           ASSIGN TO "REINTEGROSANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT REINTEGROS
           ASSIGN TO "REINTEGROS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT CAMP-FACTURADO-ANT
           ASSIGN TO "CAMPFACTURADOANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT CAMP-FACTURADO
           ASSIGN TO "CAMPFACTURADO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT AJUSTES-REFACT-ANT
           ASSIGN TO "AJUSTESREFACTANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT AJUSTES-REFACT
           ASSIGN TO "AJUSTESREFACT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT CARTAS-LOG-ANT
           ASSIGN TO "CARTASLOGANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT CARTAS-LOG
           ASSIGN TO "CARTASLOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT CERTIFICADOS-ANT
           ASSIGN TO "CERTIFICADOSANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT CERTIFICADOS
           ASSIGN TO "CERTIFICADOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-PRESENT-ANT
           ASSIGN TO "PRESENTBANCOANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-PRESENT
           ASSIGN TO "PRESENTBANCO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-RESPUESTA-ANT
           ASSIGN TO "RESPBANCOANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-RESPUESTA
           ASSIGN TO "RESPBANCO"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-AUDITORIA-ANT
           ASSIGN TO "AUDITORIAANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-AUDITORIA
           ASSIGN TO "AUDITORIA"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT AUDIT-SOCIOS-ANT
           ASSIGN TO "AUDITSOCIOSANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT AUDIT-SOCIOS
           ASSIGN TO "AUDITSOCIOS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT LEDGER-SNAP-ANT
           ASSIGN TO "LEDGERSNAPANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT LEDGER-SNAP
           ASSIGN TO "LEDGERSNAP"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT ARCH-CHECKPOINT-ANT
           ASSIGN TO "CHECKPOINTANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT ARCH-CHECKPOINT
           ASSIGN TO "CHECKPOINT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT CHECKPOINT-SNAP-ANT
           ASSIGN TO "CHECKPOINTSNAPANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT CHECKPOINT-SNAP
           ASSIGN TO "CHECKPOINTSNAP"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

           SELECT CHECKPOINT-CUOTAS-ANT
           ASSIGN TO "CHECKPOINTCUOTASANT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-ant-status.

           SELECT CHECKPOINT-CUOTAS
           ASSIGN TO "CHECKPOINTCUOTAS"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-nue-status.

      *    OPERADORES is the operator master; rewriting every file
      *    of the system is a supervisor-level action.
           SELECT OPERADORES
           ASSIGN TO "OPERADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ope-codigo
           FILE STATUS IS ws-operadores-status.

       DATA DIVISION.
       FILE SECTION.
      *    Each ANT layout is the file as every program declared it
      *    with the four-digit socio, its names led by a "v"; the new
      *    layout follows it under the names the system uses.
       FD  SOCIOS-ANT.
       01  vsoc-reg.
           03 vsoc-numero pic 9(4).
           03 vsoc-nombre pic x(30).
           03 vsoc-estado pic x.
           03 vsoc-categoria pic x.
           03 vsoc-fecha-ingreso pic 9(8).
           03 vsoc-fecha-nacimiento pic 9(8).

       FD  SOCIOS.
       01  soc-reg.
           03 soc-numero pic 9(5).
           03 soc-nombre pic x(30).
           03 soc-estado pic x.
           03 soc-categoria pic x.
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).

       FD  LEDGER-SOCIOS-ANT.
       01  vled-reg.
           03 vled-socio pic 9(4).
           03 vled-saldo pic s9(8)v99.
           03 vled-saldo-inicio pic s9(8)v99.
           03 vled-cargos pic s9(8)v99.
           03 vled-pagos pic s9(8)v99.
           03 vled-fecha-mora pic 9(8).

       FD  LEDGER-SOCIOS.
       01  led-reg.
           03 led-socio pic 9(5).
           03 led-saldo pic s9(8)v99.
           03 led-saldo-inicio pic s9(8)v99.
           03 led-cargos pic s9(8)v99.
           03 led-pagos pic s9(8)v99.
           03 led-fecha-mora pic 9(8).

       FD  HISTORIAL-SOC-ANT.
       01  vhsx-reg.
           03 vhsx-clave.
               05 vhsx-socio pic 9(4).
               05 vhsx-corrida-fecha pic 9(8).
               05 vhsx-corrida-hora pic 9(6).
               05 vhsx-secuencia pic 9(4).
           03 vhsx-fecha pic 9(8).
           03 vhsx-clase pic x.
           03 vhsx-mov pic x.
           03 vhsx-importe pic s9(7)v99.

       FD  HISTORIAL-SOC.
       01  hsx-reg.
           03 hsx-clave.
               05 hsx-socio pic 9(5).
               05 hsx-corrida-fecha pic 9(8).
               05 hsx-corrida-hora pic 9(6).
               05 hsx-secuencia pic 9(4).
           03 hsx-fecha pic 9(8).
           03 hsx-clase pic x.
           03 hsx-mov pic x.
           03 hsx-importe pic s9(7)v99.

       FD  CONTACTOS-ANT.
       01  vcon-reg.
           03 vcon-socio pic 9(4).
           03 vcon-domicilio pic x(30).
           03 vcon-localidad pic x(20).
           03 vcon-telefono pic x(15).

       FD  CONTACTOS.
       01  con-reg.
           03 con-socio pic 9(5).
           03 con-domicilio pic x(30).
           03 con-localidad pic x(20).
           03 con-telefono pic x(15).

       FD  DEBITOS-ANT.
       01  vdeb-reg.
           03 vdeb-socio pic 9(4).
           03 vdeb-cbu pic x(22).
           03 vdeb-banco pic x(20).
           03 vdeb-activo pic x.
           03 vdeb-fecha-alta pic 9(8).

       FD  DEBITOS.
       01  deb-reg.
           03 deb-socio pic 9(5).
           03 deb-cbu pic x(22).
           03 deb-banco pic x(20).
           03 deb-activo pic x.
           03 deb-fecha-alta pic 9(8).

       FD  CONVENIOS-ANT.
       01  vcvn-reg.
           03 vcvn-socio pic 9(4).
           03 vcvn-estado pic x.
           03 vcvn-fecha-alta pic 9(8).
           03 vcvn-importe-total pic s9(8)v99.
           03 vcvn-cant-cuotas pic 9(3).
           03 vcvn-importe-cuota pic s9(7)v99.
           03 vcvn-cuotas-generadas pic 9(3).
           03 vcvn-pagos-base pic s9(8)v99.
           03 vcvn-fecha-ult-gen pic 9(8).
           03 vcvn-supervisor pic x(10).

       FD  CONVENIOS.
       01  cvn-reg.
           03 cvn-socio pic 9(5).
           03 cvn-estado pic x.
           03 cvn-fecha-alta pic 9(8).
           03 cvn-importe-total pic s9(8)v99.
           03 cvn-cant-cuotas pic 9(3).
           03 cvn-importe-cuota pic s9(7)v99.
           03 cvn-cuotas-generadas pic 9(3).
           03 cvn-pagos-base pic s9(8)v99.
           03 cvn-fecha-ult-gen pic 9(8).
           03 cvn-supervisor pic x(10).

       FD  EXENCIONES-ANT.
       01  vexe-reg.
           03 vexe-socio pic 9(4).
           03 vexe-porcentaje pic 9(3).
           03 vexe-fecha-desde pic 9(8).
           03 vexe-fecha-hasta pic 9(8).
           03 vexe-supervisor pic x(10).

       FD  EXENCIONES.
       01  exe-reg.
           03 exe-socio pic 9(5).
           03 exe-porcentaje pic 9(3).
           03 exe-fecha-desde pic 9(8).
           03 exe-fecha-hasta pic 9(8).
           03 exe-supervisor pic x(10).

       FD  APTOS-ANT.
       01  vapt-reg.
           03 vapt-socio pic 9(4).
           03 vapt-fecha-emision pic 9(8).
           03 vapt-fecha-vencimiento pic 9(8).
           03 vapt-medico pic x(30).
           03 vapt-matricula pic x(10).
           03 vapt-fecha-carga pic 9(8).

       FD  APTOS.
       01  apt-reg.
           03 apt-socio pic 9(5).
           03 apt-fecha-emision pic 9(8).
           03 apt-fecha-vencimiento pic 9(8).
           03 apt-medico pic x(30).
           03 apt-matricula pic x(10).
           03 apt-fecha-carga pic 9(8).

       FD  ADELANTOS-ANT.
       01  vadl-reg.
           03 vadl-clave.
               05 vadl-socio pic 9(4).
               05 vadl-mes-desde pic 9(6).
           03 vadl-mes-hasta pic 9(6).
           03 vadl-cant-meses pic 9(2).
           03 vadl-cuota-tarifa pic 9(7)v99.
           03 vadl-importe-bruto pic 9(8)v99.
           03 vadl-porc-descuento pic 9(2).
           03 vadl-descuento pic 9(8)v99.
           03 vadl-importe-pagado pic 9(8)v99.
           03 vadl-cuota-mensual pic 9(7)v99.
           03 vadl-saldo pic 9(8)v99.
           03 vadl-ultimo-mes pic 9(6).
           03 vadl-estado pic x.
           03 vadl-fecha-pago pic 9(8).
           03 vadl-operador pic x(10).
           03 vadl-supervisor pic x(10).

       FD  ADELANTOS.
       01  adl-reg.
           03 adl-clave.
               05 adl-socio pic 9(5).
               05 adl-mes-desde pic 9(6).
           03 adl-mes-hasta pic 9(6).
           03 adl-cant-meses pic 9(2).
           03 adl-cuota-tarifa pic 9(7)v99.
           03 adl-importe-bruto pic 9(8)v99.
           03 adl-porc-descuento pic 9(2).
           03 adl-descuento pic 9(8)v99.
           03 adl-importe-pagado pic 9(8)v99.
           03 adl-cuota-mensual pic 9(7)v99.
           03 adl-saldo pic 9(8)v99.
           03 adl-ultimo-mes pic 9(6).
           03 adl-estado pic x.
           03 adl-fecha-pago pic 9(8).
           03 adl-operador pic x(10).
           03 adl-supervisor pic x(10).

       FD  CUPONES-ANT.
       01  vcup-reg.
           03 vcup-clave.
               05 vcup-socio pic 9(4).
               05 vcup-fecha-cuota pic 9(8).
           03 vcup-importe pic 9(7)v99.
           03 vcup-vencimiento pic 9(8).
           03 vcup-estado pic x.
           03 vcup-fecha-emision pic 9(8).
           03 vcup-fecha-pago pic 9(8).

       FD  CUPONES.
       01  cup-reg.
           03 cup-clave.
               05 cup-socio pic 9(5).
               05 cup-fecha-cuota pic 9(8).
           03 cup-importe pic 9(7)v99.
           03 cup-vencimiento pic 9(8).
           03 cup-estado pic x.
           03 cup-fecha-emision pic 9(8).
           03 cup-fecha-pago pic 9(8).

       FD  RESERVAS-ANT.
       01  vres-reg.
           03 vres-clave.
               05 vres-instalacion pic x(2).
               05 vres-fecha pic 9(8).
               05 vres-hora-desde pic 9(2).
               05 vres-secuencia pic 9(2).
           03 vres-hora-hasta pic 9(2).
           03 vres-socio pic 9(4).
           03 vres-importe pic 9(7)v99.
           03 vres-estado pic x.
           03 vres-facturada pic x.
           03 vres-fecha-factura pic 9(8).
           03 vres-fecha-alta pic 9(8).
           03 vres-operador pic x(10).
           03 vres-fecha-baja pic 9(8).
           03 vres-operador-baja pic x(10).

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

       FD  ARCH-TRANS-ANT.
       01  vtr-cab-reg.
           03 vtr-cab-tipo PIC X.
           03 vtr-cab-fecha PIC 9(8).
           03 vtr-cab-sala PIC 99.
       01  vtr-det-reg.
           03 vtr-det-tipo PIC X.
           03 vtr-det-clase PIC X.
           03 vtr-det-mov PIC X.
           03 vtr-det-socio PIC 9999.
           03 vtr-det-importe PIC S9(7)V99.
           03 vtr-det-sala PIC 99.
           03 vtr-det-medio PIC X.
           03 vtr-det-dv PIC X.
       01  vtr-tra-reg.
           03 vtr-tra-tipo PIC X.
           03 vtr-tra-cant PIC 9(5).
           03 vtr-tra-importe PIC S9(9)V99.

       FD  ARCH-TRANS.
       01  tr-cab-reg.
           03 tr-cab-tipo PIC X.
           03 tr-cab-fecha PIC 9(8).
           03 tr-cab-sala PIC 99.
       01  tr-det-reg.
           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
           03 tr-det-medio PIC X.
           03 tr-det-dv PIC X.
       01  tr-tra-reg.
           03 tr-tra-tipo PIC X.
           03 tr-tra-cant PIC 9(5).
           03 tr-tra-importe PIC S9(9)V99.

       FD  ARCH-TRANS-SALA-ANT.
       01  vsal-cab-reg.
           03 vsal-cab-tipo PIC X.
           03 vsal-cab-fecha PIC 9(8).
           03 vsal-cab-sala PIC 99.
       01  vsal-det-reg.
           03 vsal-det-tipo PIC X.
           03 vsal-det-clase PIC X.
           03 vsal-det-mov PIC X.
           03 vsal-det-socio PIC 9999.
           03 vsal-det-importe PIC S9(7)V99.
           03 vsal-det-sala PIC 99.
           03 vsal-det-medio PIC X.
           03 vsal-det-dv PIC X.
       01  vsal-tra-reg.
           03 vsal-tra-tipo PIC X.
           03 vsal-tra-cant PIC 9(5).
           03 vsal-tra-importe PIC S9(9)V99.

       FD  ARCH-TRANS-SALA.
       01  sal-cab-reg.
           03 sal-cab-tipo PIC X.
           03 sal-cab-fecha PIC 9(8).
           03 sal-cab-sala PIC 99.
       01  sal-det-reg.
           03 sal-det-tipo PIC X.
           03 sal-det-clase PIC X.
           03 sal-det-mov PIC X.
           03 sal-det-socio PIC 99999.
           03 sal-det-importe PIC S9(7)V99.
           03 sal-det-sala PIC 99.
           03 sal-det-medio PIC X.
           03 sal-det-dv PIC X.
       01  sal-tra-reg.
           03 sal-tra-tipo PIC X.
           03 sal-tra-cant PIC 9(5).
           03 sal-tra-importe PIC S9(9)V99.

       FD  ARCH-ARCHIVO-ANT.
       01  varc-cab-reg.
           03 varc-cab-tipo PIC X.
           03 varc-cab-fecha PIC 9(8).
           03 varc-cab-sala PIC 99.
       01  varc-det-reg.
           03 varc-det-tipo PIC X.
           03 varc-det-clase PIC X.
           03 varc-det-mov PIC X.
           03 varc-det-socio PIC 9999.
           03 varc-det-importe PIC S9(7)V99.
           03 varc-det-sala PIC 99.
           03 varc-det-medio PIC X.
       01  varc-tra-reg.
           03 varc-tra-tipo PIC X.
           03 varc-tra-cant PIC 9(5).
           03 varc-tra-importe PIC S9(9)V99.

       FD  ARCH-ARCHIVO.
       01  arc-cab-reg.
           03 arc-cab-tipo PIC X.
           03 arc-cab-fecha PIC 9(8).
           03 arc-cab-sala PIC 99.
       01  arc-det-reg.
           03 arc-det-tipo PIC X.
           03 arc-det-clase PIC X.
           03 arc-det-mov PIC X.
           03 arc-det-socio PIC 99999.
           03 arc-det-importe PIC S9(7)V99.
           03 arc-det-sala PIC 99.
           03 arc-det-medio PIC X.
       01  arc-tra-reg.
           03 arc-tra-tipo PIC X.
           03 arc-tra-cant PIC 9(5).
           03 arc-tra-importe PIC S9(9)V99.

       FD  ARCH-RECHAZOS-ANT.
       01  vrch-cab-reg.
           03 vrch-cab-tipo PIC X.
           03 vrch-cab-fecha PIC 9(8).
           03 vrch-cab-sala PIC 99.
       01  vrch-det-reg.
           03 vrch-det-tipo PIC X.
           03 vrch-det-clase PIC X.
           03 vrch-det-mov PIC X.
           03 vrch-det-socio PIC 9999.
           03 vrch-det-importe PIC S9(7)V99.
           03 vrch-det-sala PIC 99.
           03 vrch-det-medio PIC X.
           03 vrch-det-dv PIC X.

       FD  ARCH-RECHAZOS.
       01  rch-cab-reg.
           03 rch-cab-tipo PIC X.
           03 rch-cab-fecha PIC 9(8).
           03 rch-cab-sala PIC 99.
       01  rch-det-reg.
           03 rch-det-tipo PIC X.
           03 rch-det-clase PIC X.
           03 rch-det-mov PIC X.
           03 rch-det-socio PIC 99999.
           03 rch-det-importe PIC S9(7)V99.
           03 rch-det-sala PIC 99.
           03 rch-det-medio PIC X.
           03 rch-det-dv PIC X.

       FD  ARCH-HISTORIAL-ANT.
       01  vhst-reg.
           03 vhst-fecha pic 9(8).
           03 vhst-socio pic 9(4).
           03 vhst-clase pic x.
           03 vhst-mov pic x.
           03 vhst-importe pic s9(7)v99.
           03 vhst-corrida-fecha pic 9(8).
           03 vhst-corrida-hora pic 9(6).

       FD  ARCH-HISTORIAL.
       01  hst-reg.
           03 hst-fecha pic 9(8).
           03 hst-socio pic 9(5).
           03 hst-clase pic x.
           03 hst-mov pic x.
           03 hst-importe pic s9(7)v99.
           03 hst-corrida-fecha pic 9(8).
           03 hst-corrida-hora pic 9(6).

       FD  ARCH-IMPUTACIONES-ANT.
       01  vimp-reg.
           03 vimp-socio pic 9(4).
           03 vimp-fecha-pago pic 9(8).
           03 vimp-fecha-cargo pic 9(8).
           03 vimp-clase-cargo pic x.
           03 vimp-importe pic s9(7)v99.
           03 vimp-corrida-fecha pic 9(8).
           03 vimp-corrida-hora pic 9(6).
           03 vimp-sala pic 99.
           03 vimp-medio pic x.

       FD  ARCH-IMPUTACIONES.
       01  imp-reg.
           03 imp-socio pic 9(5).
           03 imp-fecha-pago pic 9(8).
           03 imp-fecha-cargo pic 9(8).
           03 imp-clase-cargo pic x.
           03 imp-importe pic s9(7)v99.
           03 imp-corrida-fecha pic 9(8).
           03 imp-corrida-hora pic 9(6).
           03 imp-sala pic 99.
           03 imp-medio pic x.

       FD  TRANSC-ACTUAL-ANT.
       01  vtra-reg.
           03 vtra-socio pic 9(4).
           03 vtra-importe pic s9(8)v99.
           03 vtra-fecha pic 9(8).

       FD  TRANSC-ACTUAL.
       01  tra-reg.
           03 tra-socio pic 9(5).
           03 tra-importe pic s9(8)v99.
           03 tra-fecha pic 9(8).

       FD  SALDOS-ANUALES-ANT.
       01  vsan-reg.
           03 vsan-anio pic 9(4).
           03 vsan-socio pic 9(4).
           03 vsan-saldo pic s9(8)v99.
           03 vsan-cargos pic s9(8)v99.
           03 vsan-pagos pic s9(8)v99.
           03 vsan-corrida-fecha pic 9(8).
           03 vsan-corrida-hora pic 9(6).

       FD  SALDOS-ANUALES.
       01  san-reg.
           03 san-anio pic 9(4).
           03 san-socio pic 9(5).
           03 san-saldo pic s9(8)v99.
           03 san-cargos pic s9(8)v99.
           03 san-pagos pic s9(8)v99.
           03 san-corrida-fecha pic 9(8).
           03 san-corrida-hora pic 9(6).

       FD  GRUPOS-ANT.
       01  vgru-reg.
           03 vgru-cabeza pic 9(4).
           03 vgru-miembro pic 9(4).

       FD  GRUPOS.
       01  gru-reg.
           03 gru-cabeza pic 9(5).
           03 gru-miembro pic 9(5).

       FD  INSCRIPCIONES-ANT.
       01  vins-reg.
           03 vins-socio pic 9(4).
           03 vins-actividad pic x(2).
           03 vins-fecha-desde pic 9(8).
           03 vins-fecha-hasta pic 9(8).

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-socio pic 9(5).
           03 ins-actividad pic x(2).
           03 ins-fecha-desde pic 9(8).
           03 ins-fecha-hasta pic 9(8).

       FD  CHEQUES-ANT.
       01  vchq-reg.
           03 vchq-socio pic 9(4).
           03 vchq-fecha pic 9(8).
           03 vchq-importe pic 9(7)v99.
           03 vchq-banco pic x(20).
           03 vchq-nro pic x(12).
           03 vchq-estado pic x.
           03 vchq-fecha-estado pic 9(8).

       FD  CHEQUES.
       01  chq-reg.
           03 chq-socio pic 9(5).
           03 chq-fecha pic 9(8).
           03 chq-importe pic 9(7)v99.
           03 chq-banco pic x(20).
           03 chq-nro pic x(12).
           03 chq-estado pic x.
           03 chq-fecha-estado pic 9(8).

       FD  ARCH-REVERSAS-ANT.
       01  vrev-reg.
           03 vrev-socio pic 9(4).
           03 vrev-clase pic x.
           03 vrev-importe pic 9(7)v99.
           03 vrev-fecha-orig pic 9(8).
           03 vrev-fecha-rev pic 9(8).
           03 vrev-operador pic x(10).
           03 vrev-sala pic 99.

       FD  ARCH-REVERSAS.
       01  rev-reg.
           03 rev-socio pic 9(5).
           03 rev-clase pic x.
           03 rev-importe pic 9(7)v99.
           03 rev-fecha-orig pic 9(8).
           03 rev-fecha-rev pic 9(8).
           03 rev-operador pic x(10).
           03 rev-sala pic 99.

       FD  ARCH-CORRECCIONES-ANT.
       01  vcor-reg.
           03 vcor-fecha pic 9(8).
           03 vcor-socio pic 9(4).
           03 vcor-clase pic x.
           03 vcor-mov pic x.
           03 vcor-importe pic s9(7)v99.
           03 vcor-operador pic x(10).
           03 vcor-supervisor pic x(10).
           03 vcor-fecha-aplic pic 9(8).

       FD  ARCH-CORRECCIONES.
       01  cor-reg.
           03 cor-fecha pic 9(8).
           03 cor-socio pic 9(5).
           03 cor-clase pic x.
           03 cor-mov pic x.
           03 cor-importe pic s9(7)v99.
           03 cor-operador pic x(10).
           03 cor-supervisor pic x(10).
           03 cor-fecha-aplic pic 9(8).

       FD  REINTEGROS-ANT.
       01  vrei-reg.
           03 vrei-nro pic 9(8).
           03 vrei-fecha pic 9(8).
           03 vrei-socio pic 9(4).
           03 vrei-importe pic 9(7)v99.
           03 vrei-motivo pic x.
           03 vrei-operador pic x(10).
           03 vrei-supervisor pic x(10).

       FD  REINTEGROS.
       01  rei-reg.
           03 rei-nro pic 9(8).
           03 rei-fecha pic 9(8).
           03 rei-socio pic 9(5).
           03 rei-importe pic 9(7)v99.
           03 rei-motivo pic x.
           03 rei-operador pic x(10).
           03 rei-supervisor pic x(10).

       FD  CAMP-FACTURADO-ANT.
       01  vcmf-reg.
           03 vcmf-campania pic x(4).
           03 vcmf-socio pic 9(4).
           03 vcmf-cuota pic 9(2).
           03 vcmf-fecha pic 9(8).
           03 vcmf-importe pic s9(7)v99.

       FD  CAMP-FACTURADO.
       01  cmf-reg.
           03 cmf-campania pic x(4).
           03 cmf-socio pic 9(5).
           03 cmf-cuota pic 9(2).
           03 cmf-fecha pic 9(8).
           03 cmf-importe pic s9(7)v99.

       FD  AJUSTES-REFACT-ANT.
       01  vraf-reg.
           03 vraf-fecha-refact pic 9(8).
           03 vraf-socio pic 9(4).
           03 vraf-importe pic s9(8)v99.
           03 vraf-fecha-aplic pic 9(8).

       FD  AJUSTES-REFACT.
       01  raf-reg.
           03 raf-fecha-refact pic 9(8).
           03 raf-socio pic 9(5).
           03 raf-importe pic s9(8)v99.
           03 raf-fecha-aplic pic 9(8).

       FD  CARTAS-LOG-ANT.
       01  vcta-reg.
           03 vcta-socio pic 9(4).
           03 vcta-fecha pic 9(8).
           03 vcta-nivel pic 9.
           03 vcta-importe pic s9(8)v99.

       FD  CARTAS-LOG.
       01  cta-reg.
           03 cta-socio pic 9(5).
           03 cta-fecha pic 9(8).
           03 cta-nivel pic 9.
           03 cta-importe pic s9(8)v99.

       FD  CERTIFICADOS-ANT.
       01  vcer-reg.
           03 vcer-nro pic 9(8).
           03 vcer-socio pic 9(4).
           03 vcer-fecha pic 9(8).
           03 vcer-operador pic x(10).

       FD  CERTIFICADOS.
       01  cer-reg.
           03 cer-nro pic 9(8).
           03 cer-socio pic 9(5).
           03 cer-fecha pic 9(8).
           03 cer-operador pic x(10).

       FD  ARCH-PRESENT-ANT.
       01  vpre-reg.
           03 vpre-fecha pic 9(8).
           03 vpre-socio pic 9(4).
           03 vpre-cbu pic x(22).
           03 vpre-importe pic 9(7)v99.
           03 vpre-dv pic 9.

       FD  ARCH-PRESENT.
       01  pre-reg.
           03 pre-fecha pic 9(8).
           03 pre-socio pic 9(5).
           03 pre-cbu pic x(22).
           03 pre-importe pic 9(7)v99.
           03 pre-dv pic 9.

       FD  ARCH-RESPUESTA-ANT.
       01  vrsp-reg.
           03 vrsp-socio pic 9(4).
           03 vrsp-importe pic 9(7)v99.
           03 vrsp-resultado pic x.
           03 vrsp-motivo pic x(20).
           03 vrsp-dv pic x.

       FD  ARCH-RESPUESTA.
       01  rsp-reg.
           03 rsp-socio pic 9(5).
           03 rsp-importe pic 9(7)v99.
           03 rsp-resultado pic x.
           03 rsp-motivo pic x(20).
           03 rsp-dv pic x.

       FD  ARCH-AUDITORIA-ANT.
       01  vaud-reg.
           03 vaud-operador pic x(10).
           03 vaud-fecha pic 9(8).
           03 vaud-hora pic 9(6).
           03 vaud-supervisor pic x(10).
           03 vaud-evento pic x.
           03 vaud-sala pic 99.
           03 vaud-socio pic 9(4).
           03 vaud-importe pic s9(7)v99.

       FD  ARCH-AUDITORIA.
       01  aud-reg.
           03 aud-operador pic x(10).
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
           03 aud-supervisor pic x(10).
           03 aud-evento pic x.
           03 aud-sala pic 99.
           03 aud-socio pic 9(5).
           03 aud-importe pic s9(7)v99.

       FD  AUDIT-SOCIOS-ANT.
       01  vauds-reg.
           03 vauds-operador pic x(10).
           03 vauds-fecha pic 9(8).
           03 vauds-hora pic 9(6).
           03 vauds-accion pic x.
           03 vauds-socio pic 9(4).
           03 vauds-cat-anterior pic x.
           03 vauds-cat-nueva pic x.

       FD  AUDIT-SOCIOS.
       01  auds-reg.
           03 auds-operador pic x(10).
           03 auds-fecha pic 9(8).
           03 auds-hora pic 9(6).
           03 auds-accion pic x.
           03 auds-socio pic 9(5).
           03 auds-cat-anterior pic x.
           03 auds-cat-nueva pic x.

       FD  LEDGER-SNAP-ANT.
       01  vsns-reg.
           03 vsns-socio pic 9(4).
           03 vsns-saldo pic s9(8)v99.
           03 vsns-saldo-inicio pic s9(8)v99.
           03 vsns-cargos pic s9(8)v99.
           03 vsns-pagos pic s9(8)v99.
           03 vsns-fecha-mora pic 9(8).

       FD  LEDGER-SNAP.
       01  sns-reg.
           03 sns-socio pic 9(5).
           03 sns-saldo pic s9(8)v99.
           03 sns-saldo-inicio pic s9(8)v99.
           03 sns-cargos pic s9(8)v99.
           03 sns-pagos pic s9(8)v99.
           03 sns-fecha-mora pic 9(8).

       FD  ARCH-CHECKPOINT-ANT.
       01  vchk-reg.
           03 vchk-fecha pic s9(8).
           03 vchk-socio pic 9(4).

       FD  ARCH-CHECKPOINT.
       01  chk-reg.
           03 chk-fecha pic s9(8).
           03 chk-socio pic 9(5).

       FD  CHECKPOINT-SNAP-ANT.
       01  vcks-reg.
           03 vcks-fecha pic s9(8).
           03 vcks-socio pic 9(4).

       FD  CHECKPOINT-SNAP.
       01  cks-reg.
           03 cks-fecha pic s9(8).
           03 cks-socio pic 9(5).

       FD  CHECKPOINT-CUOTAS-ANT.
       01  vchc-reg.
           03 vchc-estado pic x.
           03 vchc-modo pic x.
           03 vchc-fecha-lote pic 9(8).
           03 vchc-fecha-factura pic 9(8).
           03 vchc-socio pic 9(4).
           03 vchc-lineas-previas pic 9(7).
           03 vchc-cant-lote pic 9(5).
           03 vchc-imp-lote pic s9(9)v99.
           03 vchc-fec-cant pic 9(5).
           03 vchc-fec-importe pic s9(9)v99.
           03 vchc-operador pic x(10).

       FD  CHECKPOINT-CUOTAS.
       01  chc-reg.
           03 chc-estado pic x.
           03 chc-modo pic x.
           03 chc-fecha-lote pic 9(8).
           03 chc-fecha-factura pic 9(8).
           03 chc-socio pic 9(5).
           03 chc-lineas-previas pic 9(7).
           03 chc-cant-lote pic 9(5).
           03 chc-imp-lote pic s9(9)v99.
           03 chc-fec-cant pic 9(5).
           03 chc-fec-importe pic s9(9)v99.
           03 chc-operador pic x(10).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-nombre pic x(30).
           03 ope-rol pic x.
           03 ope-activo pic x.

       WORKING-STORAGE SECTION.
       01  ws-ant-status pic xx.
       01  ws-nue-status pic xx.
       01  ws-operadores-status pic xx.
      *    "N" when the site has no OPERADORES master yet: sign-on
      *    then falls back to the old accept-any-code behaviour
      *    instead of locking everyone out.
       01  w-oper-master pic x value "S".
       01  w-operador-id pic x(10).
       01  w-operador-valido pic x value "N".
      *    Answer of VALIDAR-CLAVE, the PIN check made once the
      *    code is found active in OPERADORES.
       01  w-clave-valida pic x.
       01  w-flag-fin pic 9 value zero.
       01  w-confirmar pic x value "N".
      *    The file in hand and its figures, read off the ANT file
      *    while copying and off the new file when it is read back.
       01  w-archivo pic x(16).
       01  w-cant-ant pic 9(7).
       01  w-cant-nue pic 9(7).
       01  w-soc-ant pic 9(12).
       01  w-soc-nue pic 9(12).
       01  w-imp-ant pic s9(13)v99.
       01  w-imp-nue pic s9(13)v99.
       01  w-imp-ant-ed pic z.zzz.zzz.zzz.zz9,99-.
       01  w-imp-nue-ed pic z.zzz.zzz.zzz.zz9,99-.
       01  w-cant-convertidos pic 9(2) value zero.
       01  w-cant-ausentes pic 9(2) value zero.
       01  w-cant-difieren pic 9(2) value zero.
      *    Run-lock workbench: SOCIOS, LEDGERSOCIOS and ARCHTRANS are
      *    claimed in the BLOQUEOS register so nothing runs against
      *    the files while they are being rewritten.
       01  w-blq-accion pic x.
       01  w-blq-recurso pic x(12).
       01  w-blq-resultado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-CONVERTIR-SOCIOS.
           PERFORM 310-CONVERTIR-LEDGER.
           PERFORM 320-CONVERTIR-HISTSOC.
           PERFORM 330-CONVERTIR-CONTACTOS.
           PERFORM 340-CONVERTIR-DEBITOS.
           PERFORM 350-CONVERTIR-CONVENIOS.
           PERFORM 360-CONVERTIR-EXENCIONES.
           PERFORM 370-CONVERTIR-APTOS.
           PERFORM 380-CONVERTIR-ADELANTOS.
           PERFORM 390-CONVERTIR-CUPONES.
           PERFORM 400-CONVERTIR-RESERVAS.
           PERFORM 410-CONVERTIR-TRANS.
           PERFORM 420-CONVERTIR-TRANSSALA.
           PERFORM 430-CONVERTIR-TRANSHIST.
           PERFORM 440-CONVERTIR-RECHAZOS.
           PERFORM 450-CONVERTIR-HISTORIAL.
           PERFORM 460-CONVERTIR-IMPUTACIONES.
           PERFORM 470-CONVERTIR-TRANSACTUAL.
           PERFORM 480-CONVERTIR-ANUALES.
           PERFORM 490-CONVERTIR-GRUPOS.
           PERFORM 500-CONVERTIR-INSCRIPCIONES.
           PERFORM 510-CONVERTIR-CHEQUES.
           PERFORM 520-CONVERTIR-REVERSAS.
           PERFORM 530-CONVERTIR-CORRECCIONES.
           PERFORM 540-CONVERTIR-REINTEGROS.
           PERFORM 550-CONVERTIR-CAMPFACT.
           PERFORM 560-CONVERTIR-AJUSTES.
           PERFORM 570-CONVERTIR-CARTAS.
           PERFORM 580-CONVERTIR-CERTIFICADOS.
           PERFORM 590-CONVERTIR-PRESENT.
           PERFORM 600-CONVERTIR-RESPUESTA.
           PERFORM 610-CONVERTIR-AUDITORIA.
           PERFORM 620-CONVERTIR-AUDITSOCIOS.
           PERFORM 630-CONVERTIR-SNAP.
           PERFORM 640-CONVERTIR-CHECKPOINT.
           PERFORM 650-CONVERTIR-CHKSNAP.
           PERFORM 660-CONVERTIR-CHKCUOTAS.
           PERFORM 700-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-PEDIR-SUPERVISOR.
           DISPLAY "Se copian todos los archivos con numero de socio "
                   "desde su copia ANT al numero de cinco cifras.".
           DISPLAY "ATENCION: los archivos nuevos se escriben desde "
                   "cero; el sistema debe estar detenido.".
           DISPLAY "Confirma (S/N)?".
           ACCEPT w-confirmar.
           PERFORM UNTIL w-confirmar IS EQUAL "S"
                      OR w-confirmar IS EQUAL "N"
               DISPLAY "Error, responda S o N"
               ACCEPT w-confirmar
           END-PERFORM.
           IF w-confirmar IS EQUAL "N"
               DISPLAY "Conversion cancelada, no se toco nada"
               STOP RUN
           END-IF.
           PERFORM 110-TOMAR-BLOQUEOS.

       105-PEDIR-SUPERVISOR.
           OPEN INPUT OPERADORES.
           IF ws-operadores-status IS NOT EQUAL "00"
               MOVE "N" TO w-oper-master
               DISPLAY "AVISO: no hay maestro OPERADORES en este "
                       "sitio, no se valida el operador"
           END-IF.
           DISPLAY "Ingrese su codigo de supervisor".
           ACCEPT w-operador-id.
           IF w-oper-master IS EQUAL "S"
               MOVE "N" TO w-operador-valido
               PERFORM 106-VALIDAR-SUPERVISOR
                   UNTIL w-operador-valido IS EQUAL "S"
               CLOSE OPERADORES
           END-IF.

       106-VALIDAR-SUPERVISOR.
           MOVE w-operador-id TO ope-codigo.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "Error, el codigo no figura en el maestro"
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
                   END-IF
           END-READ.
           IF w-operador-valido IS NOT EQUAL "S"
               DISPLAY "Ingrese su codigo de supervisor"
               ACCEPT w-operador-id
           END-IF.

       110-TOMAR-BLOQUEOS.
           MOVE "T" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede convertir, SOCIOS esta en uso"
               STOP RUN
           END-IF.
           MOVE "T" TO w-blq-accion.
           MOVE "LEDGERSOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede convertir, LEDGERSOCIOS esta "
                       "en uso"
               MOVE "L" TO w-blq-accion
               MOVE "SOCIOS" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
               STOP RUN
           END-IF.
           MOVE "T" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           IF w-blq-resultado IS NOT EQUAL "S"
               DISPLAY "No se puede convertir, ARCHTRANS esta en uso"
               MOVE "L" TO w-blq-accion
               MOVE "SOCIOS" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
               MOVE "L" TO w-blq-accion
               MOVE "LEDGERSOCIOS" TO w-blq-recurso
               CALL "TOMAR-BLOQUEO" USING w-blq-accion,
                   w-blq-recurso, w-operador-id, w-blq-resultado
               STOP RUN
           END-IF.

       120-LIBERAR-BLOQUEOS.
           MOVE "L" TO w-blq-accion.
           MOVE "SOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           MOVE "L" TO w-blq-accion.
           MOVE "LEDGERSOCIOS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.
           MOVE "L" TO w-blq-accion.
           MOVE "ARCHTRANS" TO w-blq-recurso.
           CALL "TOMAR-BLOQUEO" USING w-blq-accion, w-blq-recurso,
               w-operador-id, w-blq-resultado.

       300-CONVERTIR-SOCIOS.
           MOVE "SOCIOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT SOCIOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT SOCIOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 302-LEER-SOCIOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 304-COPIAR-SOCIOS
                       PERFORM 302-LEER-SOCIOS-ANT
                   END-PERFORM
                   CLOSE SOCIOS
                   PERFORM 306-RELEER-SOCIOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE SOCIOS-ANT
           END-IF.

       302-LEER-SOCIOS-ANT.
           READ SOCIOS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       304-COPIAR-SOCIOS.
           ADD 1 TO w-cant-ant.
           ADD vsoc-numero TO w-soc-ant.
           MOVE vsoc-numero TO soc-numero.
           MOVE vsoc-nombre TO soc-nombre.
           MOVE vsoc-estado TO soc-estado.
           MOVE vsoc-categoria TO soc-categoria.
           MOVE vsoc-fecha-ingreso TO soc-fecha-ingreso.
           MOVE vsoc-fecha-nacimiento TO soc-fecha-nacimiento.
           WRITE soc-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       306-RELEER-SOCIOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT SOCIOS.
           PERFORM 308-LEER-SOCIOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD soc-numero TO w-soc-nue
               PERFORM 308-LEER-SOCIOS
           END-PERFORM.
           CLOSE SOCIOS.

       308-LEER-SOCIOS.
           READ SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       310-CONVERTIR-LEDGER.
           MOVE "LEDGERSOCIOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT LEDGER-SOCIOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT LEDGER-SOCIOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 312-LEER-LEDGER-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 314-COPIAR-LEDGER
                       PERFORM 312-LEER-LEDGER-ANT
                   END-PERFORM
                   CLOSE LEDGER-SOCIOS
                   PERFORM 316-RELEER-LEDGER
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE LEDGER-SOCIOS-ANT
           END-IF.

       312-LEER-LEDGER-ANT.
           READ LEDGER-SOCIOS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       314-COPIAR-LEDGER.
           ADD 1 TO w-cant-ant.
           ADD vled-socio TO w-soc-ant.
           ADD vled-saldo TO w-imp-ant.
           ADD vled-saldo-inicio TO w-imp-ant.
           ADD vled-cargos TO w-imp-ant.
           ADD vled-pagos TO w-imp-ant.
           MOVE vled-socio TO led-socio.
           MOVE vled-saldo TO led-saldo.
           MOVE vled-saldo-inicio TO led-saldo-inicio.
           MOVE vled-cargos TO led-cargos.
           MOVE vled-pagos TO led-pagos.
           MOVE vled-fecha-mora TO led-fecha-mora.
           WRITE led-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       316-RELEER-LEDGER.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT LEDGER-SOCIOS.
           PERFORM 318-LEER-LEDGER.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD led-socio TO w-soc-nue
               ADD led-saldo TO w-imp-nue
               ADD led-saldo-inicio TO w-imp-nue
               ADD led-cargos TO w-imp-nue
               ADD led-pagos TO w-imp-nue
               PERFORM 318-LEER-LEDGER
           END-PERFORM.
           CLOSE LEDGER-SOCIOS.

       318-LEER-LEDGER.
           READ LEDGER-SOCIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       320-CONVERTIR-HISTSOC.
           MOVE "HISTORIALSOC" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT HISTORIAL-SOC-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT HISTORIAL-SOC
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 322-LEER-HISTSOC-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 324-COPIAR-HISTSOC
                       PERFORM 322-LEER-HISTSOC-ANT
                   END-PERFORM
                   CLOSE HISTORIAL-SOC
                   PERFORM 326-RELEER-HISTSOC
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE HISTORIAL-SOC-ANT
           END-IF.

       322-LEER-HISTSOC-ANT.
           READ HISTORIAL-SOC-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       324-COPIAR-HISTSOC.
           ADD 1 TO w-cant-ant.
           ADD vhsx-socio TO w-soc-ant.
           ADD vhsx-importe TO w-imp-ant.
           MOVE vhsx-socio TO hsx-socio.
           MOVE vhsx-corrida-fecha TO hsx-corrida-fecha.
           MOVE vhsx-corrida-hora TO hsx-corrida-hora.
           MOVE vhsx-secuencia TO hsx-secuencia.
           MOVE vhsx-fecha TO hsx-fecha.
           MOVE vhsx-clase TO hsx-clase.
           MOVE vhsx-mov TO hsx-mov.
           MOVE vhsx-importe TO hsx-importe.
           WRITE hsx-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       326-RELEER-HISTSOC.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT HISTORIAL-SOC.
           PERFORM 328-LEER-HISTSOC.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD hsx-socio TO w-soc-nue
               ADD hsx-importe TO w-imp-nue
               PERFORM 328-LEER-HISTSOC
           END-PERFORM.
           CLOSE HISTORIAL-SOC.

       328-LEER-HISTSOC.
           READ HISTORIAL-SOC NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       330-CONVERTIR-CONTACTOS.
           MOVE "CONTACTOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CONTACTOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CONTACTOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 332-LEER-CONTACTOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 334-COPIAR-CONTACTOS
                       PERFORM 332-LEER-CONTACTOS-ANT
                   END-PERFORM
                   CLOSE CONTACTOS
                   PERFORM 336-RELEER-CONTACTOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CONTACTOS-ANT
           END-IF.

       332-LEER-CONTACTOS-ANT.
           READ CONTACTOS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       334-COPIAR-CONTACTOS.
           ADD 1 TO w-cant-ant.
           ADD vcon-socio TO w-soc-ant.
           MOVE vcon-socio TO con-socio.
           MOVE vcon-domicilio TO con-domicilio.
           MOVE vcon-localidad TO con-localidad.
           MOVE vcon-telefono TO con-telefono.
           WRITE con-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       336-RELEER-CONTACTOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CONTACTOS.
           PERFORM 338-LEER-CONTACTOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD con-socio TO w-soc-nue
               PERFORM 338-LEER-CONTACTOS
           END-PERFORM.
           CLOSE CONTACTOS.

       338-LEER-CONTACTOS.
           READ CONTACTOS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       340-CONVERTIR-DEBITOS.
           MOVE "DEBITOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT DEBITOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT DEBITOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 342-LEER-DEBITOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 344-COPIAR-DEBITOS
                       PERFORM 342-LEER-DEBITOS-ANT
                   END-PERFORM
                   CLOSE DEBITOS
                   PERFORM 346-RELEER-DEBITOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE DEBITOS-ANT
           END-IF.

       342-LEER-DEBITOS-ANT.
           READ DEBITOS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       344-COPIAR-DEBITOS.
           ADD 1 TO w-cant-ant.
           ADD vdeb-socio TO w-soc-ant.
           MOVE vdeb-socio TO deb-socio.
           MOVE vdeb-cbu TO deb-cbu.
           MOVE vdeb-banco TO deb-banco.
           MOVE vdeb-activo TO deb-activo.
           MOVE vdeb-fecha-alta TO deb-fecha-alta.
           WRITE deb-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       346-RELEER-DEBITOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT DEBITOS.
           PERFORM 348-LEER-DEBITOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD deb-socio TO w-soc-nue
               PERFORM 348-LEER-DEBITOS
           END-PERFORM.
           CLOSE DEBITOS.

       348-LEER-DEBITOS.
           READ DEBITOS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       350-CONVERTIR-CONVENIOS.
           MOVE "CONVENIOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CONVENIOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CONVENIOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 352-LEER-CONVENIOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 354-COPIAR-CONVENIOS
                       PERFORM 352-LEER-CONVENIOS-ANT
                   END-PERFORM
                   CLOSE CONVENIOS
                   PERFORM 356-RELEER-CONVENIOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CONVENIOS-ANT
           END-IF.

       352-LEER-CONVENIOS-ANT.
           READ CONVENIOS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       354-COPIAR-CONVENIOS.
           ADD 1 TO w-cant-ant.
           ADD vcvn-socio TO w-soc-ant.
           ADD vcvn-importe-total TO w-imp-ant.
           ADD vcvn-importe-cuota TO w-imp-ant.
           ADD vcvn-pagos-base TO w-imp-ant.
           MOVE vcvn-socio TO cvn-socio.
           MOVE vcvn-estado TO cvn-estado.
           MOVE vcvn-fecha-alta TO cvn-fecha-alta.
           MOVE vcvn-importe-total TO cvn-importe-total.
           MOVE vcvn-cant-cuotas TO cvn-cant-cuotas.
           MOVE vcvn-importe-cuota TO cvn-importe-cuota.
           MOVE vcvn-cuotas-generadas TO cvn-cuotas-generadas.
           MOVE vcvn-pagos-base TO cvn-pagos-base.
           MOVE vcvn-fecha-ult-gen TO cvn-fecha-ult-gen.
           MOVE vcvn-supervisor TO cvn-supervisor.
           WRITE cvn-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       356-RELEER-CONVENIOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CONVENIOS.
           PERFORM 358-LEER-CONVENIOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD cvn-socio TO w-soc-nue
               ADD cvn-importe-total TO w-imp-nue
               ADD cvn-importe-cuota TO w-imp-nue
               ADD cvn-pagos-base TO w-imp-nue
               PERFORM 358-LEER-CONVENIOS
           END-PERFORM.
           CLOSE CONVENIOS.

       358-LEER-CONVENIOS.
           READ CONVENIOS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       360-CONVERTIR-EXENCIONES.
           MOVE "EXENCIONES" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT EXENCIONES-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT EXENCIONES
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 362-LEER-EXENCIONES-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 364-COPIAR-EXENCIONES
                       PERFORM 362-LEER-EXENCIONES-ANT
                   END-PERFORM
                   CLOSE EXENCIONES
                   PERFORM 366-RELEER-EXENCIONES
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE EXENCIONES-ANT
           END-IF.

       362-LEER-EXENCIONES-ANT.
           READ EXENCIONES-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       364-COPIAR-EXENCIONES.
           ADD 1 TO w-cant-ant.
           ADD vexe-socio TO w-soc-ant.
           MOVE vexe-socio TO exe-socio.
           MOVE vexe-porcentaje TO exe-porcentaje.
           MOVE vexe-fecha-desde TO exe-fecha-desde.
           MOVE vexe-fecha-hasta TO exe-fecha-hasta.
           MOVE vexe-supervisor TO exe-supervisor.
           WRITE exe-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       366-RELEER-EXENCIONES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT EXENCIONES.
           PERFORM 368-LEER-EXENCIONES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD exe-socio TO w-soc-nue
               PERFORM 368-LEER-EXENCIONES
           END-PERFORM.
           CLOSE EXENCIONES.

       368-LEER-EXENCIONES.
           READ EXENCIONES NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       370-CONVERTIR-APTOS.
           MOVE "APTOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT APTOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT APTOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 372-LEER-APTOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 374-COPIAR-APTOS
                       PERFORM 372-LEER-APTOS-ANT
                   END-PERFORM
                   CLOSE APTOS
                   PERFORM 376-RELEER-APTOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE APTOS-ANT
           END-IF.

       372-LEER-APTOS-ANT.
           READ APTOS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       374-COPIAR-APTOS.
           ADD 1 TO w-cant-ant.
           ADD vapt-socio TO w-soc-ant.
           MOVE vapt-socio TO apt-socio.
           MOVE vapt-fecha-emision TO apt-fecha-emision.
           MOVE vapt-fecha-vencimiento TO apt-fecha-vencimiento.
           MOVE vapt-medico TO apt-medico.
           MOVE vapt-matricula TO apt-matricula.
           MOVE vapt-fecha-carga TO apt-fecha-carga.
           WRITE apt-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       376-RELEER-APTOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT APTOS.
           PERFORM 378-LEER-APTOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD apt-socio TO w-soc-nue
               PERFORM 378-LEER-APTOS
           END-PERFORM.
           CLOSE APTOS.

       378-LEER-APTOS.
           READ APTOS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       380-CONVERTIR-ADELANTOS.
           MOVE "ADELANTOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ADELANTOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ADELANTOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 382-LEER-ADELANTOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 384-COPIAR-ADELANTOS
                       PERFORM 382-LEER-ADELANTOS-ANT
                   END-PERFORM
                   CLOSE ADELANTOS
                   PERFORM 386-RELEER-ADELANTOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ADELANTOS-ANT
           END-IF.

       382-LEER-ADELANTOS-ANT.
           READ ADELANTOS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       384-COPIAR-ADELANTOS.
           ADD 1 TO w-cant-ant.
           ADD vadl-socio TO w-soc-ant.
           ADD vadl-cuota-tarifa TO w-imp-ant.
           ADD vadl-importe-bruto TO w-imp-ant.
           ADD vadl-descuento TO w-imp-ant.
           ADD vadl-importe-pagado TO w-imp-ant.
           ADD vadl-cuota-mensual TO w-imp-ant.
           ADD vadl-saldo TO w-imp-ant.
           MOVE vadl-socio TO adl-socio.
           MOVE vadl-mes-desde TO adl-mes-desde.
           MOVE vadl-mes-hasta TO adl-mes-hasta.
           MOVE vadl-cant-meses TO adl-cant-meses.
           MOVE vadl-cuota-tarifa TO adl-cuota-tarifa.
           MOVE vadl-importe-bruto TO adl-importe-bruto.
           MOVE vadl-porc-descuento TO adl-porc-descuento.
           MOVE vadl-descuento TO adl-descuento.
           MOVE vadl-importe-pagado TO adl-importe-pagado.
           MOVE vadl-cuota-mensual TO adl-cuota-mensual.
           MOVE vadl-saldo TO adl-saldo.
           MOVE vadl-ultimo-mes TO adl-ultimo-mes.
           MOVE vadl-estado TO adl-estado.
           MOVE vadl-fecha-pago TO adl-fecha-pago.
           MOVE vadl-operador TO adl-operador.
           MOVE vadl-supervisor TO adl-supervisor.
           WRITE adl-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       386-RELEER-ADELANTOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ADELANTOS.
           PERFORM 388-LEER-ADELANTOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD adl-socio TO w-soc-nue
               ADD adl-cuota-tarifa TO w-imp-nue
               ADD adl-importe-bruto TO w-imp-nue
               ADD adl-descuento TO w-imp-nue
               ADD adl-importe-pagado TO w-imp-nue
               ADD adl-cuota-mensual TO w-imp-nue
               ADD adl-saldo TO w-imp-nue
               PERFORM 388-LEER-ADELANTOS
           END-PERFORM.
           CLOSE ADELANTOS.

       388-LEER-ADELANTOS.
           READ ADELANTOS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       390-CONVERTIR-CUPONES.
           MOVE "CUPONES" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CUPONES-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CUPONES
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 392-LEER-CUPONES-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 394-COPIAR-CUPONES
                       PERFORM 392-LEER-CUPONES-ANT
                   END-PERFORM
                   CLOSE CUPONES
                   PERFORM 396-RELEER-CUPONES
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CUPONES-ANT
           END-IF.

       392-LEER-CUPONES-ANT.
           READ CUPONES-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       394-COPIAR-CUPONES.
           ADD 1 TO w-cant-ant.
           ADD vcup-socio TO w-soc-ant.
           ADD vcup-importe TO w-imp-ant.
           MOVE vcup-socio TO cup-socio.
           MOVE vcup-fecha-cuota TO cup-fecha-cuota.
           MOVE vcup-importe TO cup-importe.
           MOVE vcup-vencimiento TO cup-vencimiento.
           MOVE vcup-estado TO cup-estado.
           MOVE vcup-fecha-emision TO cup-fecha-emision.
           MOVE vcup-fecha-pago TO cup-fecha-pago.
           WRITE cup-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       396-RELEER-CUPONES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CUPONES.
           PERFORM 398-LEER-CUPONES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD cup-socio TO w-soc-nue
               ADD cup-importe TO w-imp-nue
               PERFORM 398-LEER-CUPONES
           END-PERFORM.
           CLOSE CUPONES.

       398-LEER-CUPONES.
           READ CUPONES NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       400-CONVERTIR-RESERVAS.
           MOVE "RESERVAS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT RESERVAS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT RESERVAS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 402-LEER-RESERVAS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 404-COPIAR-RESERVAS
                       PERFORM 402-LEER-RESERVAS-ANT
                   END-PERFORM
                   CLOSE RESERVAS
                   PERFORM 406-RELEER-RESERVAS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE RESERVAS-ANT
           END-IF.

       402-LEER-RESERVAS-ANT.
           READ RESERVAS-ANT NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       404-COPIAR-RESERVAS.
           ADD 1 TO w-cant-ant.
           ADD vres-socio TO w-soc-ant.
           ADD vres-importe TO w-imp-ant.
           MOVE vres-instalacion TO res-instalacion.
           MOVE vres-fecha TO res-fecha.
           MOVE vres-hora-desde TO res-hora-desde.
           MOVE vres-secuencia TO res-secuencia.
           MOVE vres-hora-hasta TO res-hora-hasta.
           MOVE vres-socio TO res-socio.
           MOVE vres-importe TO res-importe.
           MOVE vres-estado TO res-estado.
           MOVE vres-facturada TO res-facturada.
           MOVE vres-fecha-factura TO res-fecha-factura.
           MOVE vres-fecha-alta TO res-fecha-alta.
           MOVE vres-operador TO res-operador.
           MOVE vres-fecha-baja TO res-fecha-baja.
           MOVE vres-operador-baja TO res-operador-baja.
           WRITE res-reg
               INVALID KEY
                   DISPLAY "ERROR: clave repetida en " w-archivo
           END-WRITE.

       406-RELEER-RESERVAS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT RESERVAS.
           PERFORM 408-LEER-RESERVAS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD res-socio TO w-soc-nue
               ADD res-importe TO w-imp-nue
               PERFORM 408-LEER-RESERVAS
           END-PERFORM.
           CLOSE RESERVAS.

       408-LEER-RESERVAS.
           READ RESERVAS NEXT RECORD
               AT END MOVE 1 TO w-flag-fin.

       410-CONVERTIR-TRANS.
           MOVE "ARCHTRANS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-TRANS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-TRANS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 412-LEER-TRANS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 414-COPIAR-TRANS
                       PERFORM 412-LEER-TRANS-ANT
                   END-PERFORM
                   CLOSE ARCH-TRANS
                   PERFORM 416-RELEER-TRANS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-TRANS-ANT
           END-IF.

       412-LEER-TRANS-ANT.
           READ ARCH-TRANS-ANT AT END MOVE 1 TO w-flag-fin.

       414-COPIAR-TRANS.
           ADD 1 TO w-cant-ant.
           IF vtr-cab-tipo IS EQUAL "D"
               ADD vtr-det-socio TO w-soc-ant
               ADD vtr-det-importe TO w-imp-ant
               MOVE vtr-det-tipo TO tr-det-tipo
               MOVE vtr-det-clase TO tr-det-clase
               MOVE vtr-det-mov TO tr-det-mov
               MOVE vtr-det-socio TO tr-det-socio
               MOVE vtr-det-importe TO tr-det-importe
               MOVE vtr-det-sala TO tr-det-sala
               MOVE vtr-det-medio TO tr-det-medio
               MOVE vtr-det-dv TO tr-det-dv
               WRITE tr-det-reg
           ELSE
               IF vtr-cab-tipo IS EQUAL "T"
                   ADD vtr-tra-importe TO w-imp-ant
                   MOVE vtr-tra-tipo TO tr-tra-tipo
                   MOVE vtr-tra-cant TO tr-tra-cant
                   MOVE vtr-tra-importe TO tr-tra-importe
                   WRITE tr-tra-reg
               ELSE
                   MOVE vtr-cab-tipo TO tr-cab-tipo
                   MOVE vtr-cab-fecha TO tr-cab-fecha
                   MOVE vtr-cab-sala TO tr-cab-sala
                   WRITE tr-cab-reg
               END-IF
           END-IF.

       416-RELEER-TRANS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-TRANS.
           PERFORM 418-LEER-TRANS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               IF tr-cab-tipo IS EQUAL "D"
                   ADD tr-det-socio TO w-soc-nue
                   ADD tr-det-importe TO w-imp-nue
               END-IF
               IF tr-cab-tipo IS EQUAL "T"
                   ADD tr-tra-importe TO w-imp-nue
               END-IF
               PERFORM 418-LEER-TRANS
           END-PERFORM.
           CLOSE ARCH-TRANS.

       418-LEER-TRANS.
           READ ARCH-TRANS AT END MOVE 1 TO w-flag-fin.

       420-CONVERTIR-TRANSSALA.
           MOVE "ARCHTRANSSALA" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-TRANS-SALA-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-TRANS-SALA
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 422-LEER-TRANSSALA-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 424-COPIAR-TRANSSALA
                       PERFORM 422-LEER-TRANSSALA-ANT
                   END-PERFORM
                   CLOSE ARCH-TRANS-SALA
                   PERFORM 426-RELEER-TRANSSALA
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-TRANS-SALA-ANT
           END-IF.

       422-LEER-TRANSSALA-ANT.
           READ ARCH-TRANS-SALA-ANT AT END MOVE 1 TO w-flag-fin.

       424-COPIAR-TRANSSALA.
           ADD 1 TO w-cant-ant.
           IF vsal-cab-tipo IS EQUAL "D"
               ADD vsal-det-socio TO w-soc-ant
               ADD vsal-det-importe TO w-imp-ant
               MOVE vsal-det-tipo TO sal-det-tipo
               MOVE vsal-det-clase TO sal-det-clase
               MOVE vsal-det-mov TO sal-det-mov
               MOVE vsal-det-socio TO sal-det-socio
               MOVE vsal-det-importe TO sal-det-importe
               MOVE vsal-det-sala TO sal-det-sala
               MOVE vsal-det-medio TO sal-det-medio
               MOVE vsal-det-dv TO sal-det-dv
               WRITE sal-det-reg
           ELSE
               IF vsal-cab-tipo IS EQUAL "T"
                   ADD vsal-tra-importe TO w-imp-ant
                   MOVE vsal-tra-tipo TO sal-tra-tipo
                   MOVE vsal-tra-cant TO sal-tra-cant
                   MOVE vsal-tra-importe TO sal-tra-importe
                   WRITE sal-tra-reg
               ELSE
                   MOVE vsal-cab-tipo TO sal-cab-tipo
                   MOVE vsal-cab-fecha TO sal-cab-fecha
                   MOVE vsal-cab-sala TO sal-cab-sala
                   WRITE sal-cab-reg
               END-IF
           END-IF.

       426-RELEER-TRANSSALA.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-TRANS-SALA.
           PERFORM 428-LEER-TRANSSALA.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               IF sal-cab-tipo IS EQUAL "D"
                   ADD sal-det-socio TO w-soc-nue
                   ADD sal-det-importe TO w-imp-nue
               END-IF
               IF sal-cab-tipo IS EQUAL "T"
                   ADD sal-tra-importe TO w-imp-nue
               END-IF
               PERFORM 428-LEER-TRANSSALA
           END-PERFORM.
           CLOSE ARCH-TRANS-SALA.

       428-LEER-TRANSSALA.
           READ ARCH-TRANS-SALA AT END MOVE 1 TO w-flag-fin.

       430-CONVERTIR-TRANSHIST.
           MOVE "ARCHTRANSHIST" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-ARCHIVO-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-ARCHIVO
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 432-LEER-TRANSHIST-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 434-COPIAR-TRANSHIST
                       PERFORM 432-LEER-TRANSHIST-ANT
                   END-PERFORM
                   CLOSE ARCH-ARCHIVO
                   PERFORM 436-RELEER-TRANSHIST
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-ARCHIVO-ANT
           END-IF.

       432-LEER-TRANSHIST-ANT.
           READ ARCH-ARCHIVO-ANT AT END MOVE 1 TO w-flag-fin.

       434-COPIAR-TRANSHIST.
           ADD 1 TO w-cant-ant.
           IF varc-cab-tipo IS EQUAL "D"
               ADD varc-det-socio TO w-soc-ant
               ADD varc-det-importe TO w-imp-ant
               MOVE varc-det-tipo TO arc-det-tipo
               MOVE varc-det-clase TO arc-det-clase
               MOVE varc-det-mov TO arc-det-mov
               MOVE varc-det-socio TO arc-det-socio
               MOVE varc-det-importe TO arc-det-importe
               MOVE varc-det-sala TO arc-det-sala
               MOVE varc-det-medio TO arc-det-medio
               WRITE arc-det-reg
           ELSE
               IF varc-cab-tipo IS EQUAL "T"
                   ADD varc-tra-importe TO w-imp-ant
                   MOVE varc-tra-tipo TO arc-tra-tipo
                   MOVE varc-tra-cant TO arc-tra-cant
                   MOVE varc-tra-importe TO arc-tra-importe
                   WRITE arc-tra-reg
               ELSE
                   MOVE varc-cab-tipo TO arc-cab-tipo
                   MOVE varc-cab-fecha TO arc-cab-fecha
                   MOVE varc-cab-sala TO arc-cab-sala
                   WRITE arc-cab-reg
               END-IF
           END-IF.

       436-RELEER-TRANSHIST.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-ARCHIVO.
           PERFORM 438-LEER-TRANSHIST.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               IF arc-cab-tipo IS EQUAL "D"
                   ADD arc-det-socio TO w-soc-nue
                   ADD arc-det-importe TO w-imp-nue
               END-IF
               IF arc-cab-tipo IS EQUAL "T"
                   ADD arc-tra-importe TO w-imp-nue
               END-IF
               PERFORM 438-LEER-TRANSHIST
           END-PERFORM.
           CLOSE ARCH-ARCHIVO.

       438-LEER-TRANSHIST.
           READ ARCH-ARCHIVO AT END MOVE 1 TO w-flag-fin.

       440-CONVERTIR-RECHAZOS.
           MOVE "RECHAZOSALA" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-RECHAZOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-RECHAZOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 442-LEER-RECHAZOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 444-COPIAR-RECHAZOS
                       PERFORM 442-LEER-RECHAZOS-ANT
                   END-PERFORM
                   CLOSE ARCH-RECHAZOS
                   PERFORM 446-RELEER-RECHAZOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-RECHAZOS-ANT
           END-IF.

       442-LEER-RECHAZOS-ANT.
           READ ARCH-RECHAZOS-ANT AT END MOVE 1 TO w-flag-fin.

       444-COPIAR-RECHAZOS.
           ADD 1 TO w-cant-ant.
           IF vrch-cab-tipo IS EQUAL "D"
               ADD vrch-det-socio TO w-soc-ant
               ADD vrch-det-importe TO w-imp-ant
               MOVE vrch-det-tipo TO rch-det-tipo
               MOVE vrch-det-clase TO rch-det-clase
               MOVE vrch-det-mov TO rch-det-mov
               MOVE vrch-det-socio TO rch-det-socio
               MOVE vrch-det-importe TO rch-det-importe
               MOVE vrch-det-sala TO rch-det-sala
               MOVE vrch-det-medio TO rch-det-medio
               MOVE vrch-det-dv TO rch-det-dv
               WRITE rch-det-reg
           ELSE
               MOVE vrch-cab-tipo TO rch-cab-tipo
               MOVE vrch-cab-fecha TO rch-cab-fecha
               MOVE vrch-cab-sala TO rch-cab-sala
               WRITE rch-cab-reg
           END-IF.

       446-RELEER-RECHAZOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-RECHAZOS.
           PERFORM 448-LEER-RECHAZOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               IF rch-cab-tipo IS EQUAL "D"
                   ADD rch-det-socio TO w-soc-nue
                   ADD rch-det-importe TO w-imp-nue
               END-IF
               PERFORM 448-LEER-RECHAZOS
           END-PERFORM.
           CLOSE ARCH-RECHAZOS.

       448-LEER-RECHAZOS.
           READ ARCH-RECHAZOS AT END MOVE 1 TO w-flag-fin.

       450-CONVERTIR-HISTORIAL.
           MOVE "HISTORIAL" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-HISTORIAL-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-HISTORIAL
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 452-LEER-HISTORIAL-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 454-COPIAR-HISTORIAL
                       PERFORM 452-LEER-HISTORIAL-ANT
                   END-PERFORM
                   CLOSE ARCH-HISTORIAL
                   PERFORM 456-RELEER-HISTORIAL
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-HISTORIAL-ANT
           END-IF.

       452-LEER-HISTORIAL-ANT.
           READ ARCH-HISTORIAL-ANT AT END MOVE 1 TO w-flag-fin.

       454-COPIAR-HISTORIAL.
           ADD 1 TO w-cant-ant.
           ADD vhst-socio TO w-soc-ant.
           ADD vhst-importe TO w-imp-ant.
           MOVE vhst-fecha TO hst-fecha.
           MOVE vhst-socio TO hst-socio.
           MOVE vhst-clase TO hst-clase.
           MOVE vhst-mov TO hst-mov.
           MOVE vhst-importe TO hst-importe.
           MOVE vhst-corrida-fecha TO hst-corrida-fecha.
           MOVE vhst-corrida-hora TO hst-corrida-hora.
           WRITE hst-reg.

       456-RELEER-HISTORIAL.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-HISTORIAL.
           PERFORM 458-LEER-HISTORIAL.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD hst-socio TO w-soc-nue
               ADD hst-importe TO w-imp-nue
               PERFORM 458-LEER-HISTORIAL
           END-PERFORM.
           CLOSE ARCH-HISTORIAL.

       458-LEER-HISTORIAL.
           READ ARCH-HISTORIAL AT END MOVE 1 TO w-flag-fin.

       460-CONVERTIR-IMPUTACIONES.
           MOVE "IMPUTACIONES" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-IMPUTACIONES-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-IMPUTACIONES
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 462-LEER-IMPUTACIONES-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 464-COPIAR-IMPUTACIONES
                       PERFORM 462-LEER-IMPUTACIONES-ANT
                   END-PERFORM
                   CLOSE ARCH-IMPUTACIONES
                   PERFORM 466-RELEER-IMPUTACIONES
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-IMPUTACIONES-ANT
           END-IF.

       462-LEER-IMPUTACIONES-ANT.
           READ ARCH-IMPUTACIONES-ANT AT END MOVE 1 TO w-flag-fin.

       464-COPIAR-IMPUTACIONES.
           ADD 1 TO w-cant-ant.
           ADD vimp-socio TO w-soc-ant.
           ADD vimp-importe TO w-imp-ant.
           MOVE vimp-socio TO imp-socio.
           MOVE vimp-fecha-pago TO imp-fecha-pago.
           MOVE vimp-fecha-cargo TO imp-fecha-cargo.
           MOVE vimp-clase-cargo TO imp-clase-cargo.
           MOVE vimp-importe TO imp-importe.
           MOVE vimp-corrida-fecha TO imp-corrida-fecha.
           MOVE vimp-corrida-hora TO imp-corrida-hora.
           MOVE vimp-sala TO imp-sala.
           MOVE vimp-medio TO imp-medio.
           WRITE imp-reg.

       466-RELEER-IMPUTACIONES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-IMPUTACIONES.
           PERFORM 468-LEER-IMPUTACIONES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD imp-socio TO w-soc-nue
               ADD imp-importe TO w-imp-nue
               PERFORM 468-LEER-IMPUTACIONES
           END-PERFORM.
           CLOSE ARCH-IMPUTACIONES.

       468-LEER-IMPUTACIONES.
           READ ARCH-IMPUTACIONES AT END MOVE 1 TO w-flag-fin.

       470-CONVERTIR-TRANSACTUAL.
           MOVE "TRANSACTUAL" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT TRANSC-ACTUAL-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT TRANSC-ACTUAL
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 472-LEER-TRANSACTUAL-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 474-COPIAR-TRANSACTUAL
                       PERFORM 472-LEER-TRANSACTUAL-ANT
                   END-PERFORM
                   CLOSE TRANSC-ACTUAL
                   PERFORM 476-RELEER-TRANSACTUAL
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE TRANSC-ACTUAL-ANT
           END-IF.

       472-LEER-TRANSACTUAL-ANT.
           READ TRANSC-ACTUAL-ANT AT END MOVE 1 TO w-flag-fin.

       474-COPIAR-TRANSACTUAL.
           ADD 1 TO w-cant-ant.
           ADD vtra-socio TO w-soc-ant.
           ADD vtra-importe TO w-imp-ant.
           MOVE vtra-socio TO tra-socio.
           MOVE vtra-importe TO tra-importe.
           MOVE vtra-fecha TO tra-fecha.
           WRITE tra-reg.

       476-RELEER-TRANSACTUAL.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT TRANSC-ACTUAL.
           PERFORM 478-LEER-TRANSACTUAL.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD tra-socio TO w-soc-nue
               ADD tra-importe TO w-imp-nue
               PERFORM 478-LEER-TRANSACTUAL
           END-PERFORM.
           CLOSE TRANSC-ACTUAL.

       478-LEER-TRANSACTUAL.
           READ TRANSC-ACTUAL AT END MOVE 1 TO w-flag-fin.

       480-CONVERTIR-ANUALES.
           MOVE "SALDOSANUALES" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT SALDOS-ANUALES-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT SALDOS-ANUALES
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 482-LEER-ANUALES-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 484-COPIAR-ANUALES
                       PERFORM 482-LEER-ANUALES-ANT
                   END-PERFORM
                   CLOSE SALDOS-ANUALES
                   PERFORM 486-RELEER-ANUALES
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE SALDOS-ANUALES-ANT
           END-IF.

       482-LEER-ANUALES-ANT.
           READ SALDOS-ANUALES-ANT AT END MOVE 1 TO w-flag-fin.

       484-COPIAR-ANUALES.
           ADD 1 TO w-cant-ant.
           ADD vsan-socio TO w-soc-ant.
           ADD vsan-saldo TO w-imp-ant.
           ADD vsan-cargos TO w-imp-ant.
           ADD vsan-pagos TO w-imp-ant.
           MOVE vsan-anio TO san-anio.
           MOVE vsan-socio TO san-socio.
           MOVE vsan-saldo TO san-saldo.
           MOVE vsan-cargos TO san-cargos.
           MOVE vsan-pagos TO san-pagos.
           MOVE vsan-corrida-fecha TO san-corrida-fecha.
           MOVE vsan-corrida-hora TO san-corrida-hora.
           WRITE san-reg.

       486-RELEER-ANUALES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT SALDOS-ANUALES.
           PERFORM 488-LEER-ANUALES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD san-socio TO w-soc-nue
               ADD san-saldo TO w-imp-nue
               ADD san-cargos TO w-imp-nue
               ADD san-pagos TO w-imp-nue
               PERFORM 488-LEER-ANUALES
           END-PERFORM.
           CLOSE SALDOS-ANUALES.

       488-LEER-ANUALES.
           READ SALDOS-ANUALES AT END MOVE 1 TO w-flag-fin.

       490-CONVERTIR-GRUPOS.
           MOVE "GRUPOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT GRUPOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT GRUPOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 492-LEER-GRUPOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 494-COPIAR-GRUPOS
                       PERFORM 492-LEER-GRUPOS-ANT
                   END-PERFORM
                   CLOSE GRUPOS
                   PERFORM 496-RELEER-GRUPOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE GRUPOS-ANT
           END-IF.

       492-LEER-GRUPOS-ANT.
           READ GRUPOS-ANT AT END MOVE 1 TO w-flag-fin.

       494-COPIAR-GRUPOS.
           ADD 1 TO w-cant-ant.
           ADD vgru-cabeza TO w-soc-ant.
           ADD vgru-miembro TO w-soc-ant.
           MOVE vgru-cabeza TO gru-cabeza.
           MOVE vgru-miembro TO gru-miembro.
           WRITE gru-reg.

       496-RELEER-GRUPOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT GRUPOS.
           PERFORM 498-LEER-GRUPOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD gru-cabeza TO w-soc-nue
               ADD gru-miembro TO w-soc-nue
               PERFORM 498-LEER-GRUPOS
           END-PERFORM.
           CLOSE GRUPOS.

       498-LEER-GRUPOS.
           READ GRUPOS AT END MOVE 1 TO w-flag-fin.

       500-CONVERTIR-INSCRIPCIONES.
           MOVE "INSCRIPCIONES" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT INSCRIPCIONES-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT INSCRIPCIONES
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 502-LEER-INSCRIPCIONES-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 504-COPIAR-INSCRIPCIONES
                       PERFORM 502-LEER-INSCRIPCIONES-ANT
                   END-PERFORM
                   CLOSE INSCRIPCIONES
                   PERFORM 506-RELEER-INSCRIPCIONES
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE INSCRIPCIONES-ANT
           END-IF.

       502-LEER-INSCRIPCIONES-ANT.
           READ INSCRIPCIONES-ANT AT END MOVE 1 TO w-flag-fin.

       504-COPIAR-INSCRIPCIONES.
           ADD 1 TO w-cant-ant.
           ADD vins-socio TO w-soc-ant.
           MOVE vins-socio TO ins-socio.
           MOVE vins-actividad TO ins-actividad.
           MOVE vins-fecha-desde TO ins-fecha-desde.
           MOVE vins-fecha-hasta TO ins-fecha-hasta.
           WRITE ins-reg.

       506-RELEER-INSCRIPCIONES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT INSCRIPCIONES.
           PERFORM 508-LEER-INSCRIPCIONES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD ins-socio TO w-soc-nue
               PERFORM 508-LEER-INSCRIPCIONES
           END-PERFORM.
           CLOSE INSCRIPCIONES.

       508-LEER-INSCRIPCIONES.
           READ INSCRIPCIONES AT END MOVE 1 TO w-flag-fin.

       510-CONVERTIR-CHEQUES.
           MOVE "CHEQUES" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CHEQUES-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CHEQUES
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 512-LEER-CHEQUES-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 514-COPIAR-CHEQUES
                       PERFORM 512-LEER-CHEQUES-ANT
                   END-PERFORM
                   CLOSE CHEQUES
                   PERFORM 516-RELEER-CHEQUES
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CHEQUES-ANT
           END-IF.

       512-LEER-CHEQUES-ANT.
           READ CHEQUES-ANT AT END MOVE 1 TO w-flag-fin.

       514-COPIAR-CHEQUES.
           ADD 1 TO w-cant-ant.
           ADD vchq-socio TO w-soc-ant.
           ADD vchq-importe TO w-imp-ant.
           MOVE vchq-socio TO chq-socio.
           MOVE vchq-fecha TO chq-fecha.
           MOVE vchq-importe TO chq-importe.
           MOVE vchq-banco TO chq-banco.
           MOVE vchq-nro TO chq-nro.
           MOVE vchq-estado TO chq-estado.
           MOVE vchq-fecha-estado TO chq-fecha-estado.
           WRITE chq-reg.

       516-RELEER-CHEQUES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CHEQUES.
           PERFORM 518-LEER-CHEQUES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD chq-socio TO w-soc-nue
               ADD chq-importe TO w-imp-nue
               PERFORM 518-LEER-CHEQUES
           END-PERFORM.
           CLOSE CHEQUES.

       518-LEER-CHEQUES.
           READ CHEQUES AT END MOVE 1 TO w-flag-fin.

       520-CONVERTIR-REVERSAS.
           MOVE "REVERSAS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-REVERSAS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-REVERSAS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 522-LEER-REVERSAS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 524-COPIAR-REVERSAS
                       PERFORM 522-LEER-REVERSAS-ANT
                   END-PERFORM
                   CLOSE ARCH-REVERSAS
                   PERFORM 526-RELEER-REVERSAS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-REVERSAS-ANT
           END-IF.

       522-LEER-REVERSAS-ANT.
           READ ARCH-REVERSAS-ANT AT END MOVE 1 TO w-flag-fin.

       524-COPIAR-REVERSAS.
           ADD 1 TO w-cant-ant.
           ADD vrev-socio TO w-soc-ant.
           ADD vrev-importe TO w-imp-ant.
           MOVE vrev-socio TO rev-socio.
           MOVE vrev-clase TO rev-clase.
           MOVE vrev-importe TO rev-importe.
           MOVE vrev-fecha-orig TO rev-fecha-orig.
           MOVE vrev-fecha-rev TO rev-fecha-rev.
           MOVE vrev-operador TO rev-operador.
           MOVE vrev-sala TO rev-sala.
           WRITE rev-reg.

       526-RELEER-REVERSAS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-REVERSAS.
           PERFORM 528-LEER-REVERSAS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD rev-socio TO w-soc-nue
               ADD rev-importe TO w-imp-nue
               PERFORM 528-LEER-REVERSAS
           END-PERFORM.
           CLOSE ARCH-REVERSAS.

       528-LEER-REVERSAS.
           READ ARCH-REVERSAS AT END MOVE 1 TO w-flag-fin.

       530-CONVERTIR-CORRECCIONES.
           MOVE "ARCHCORRECCIONES" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-CORRECCIONES-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-CORRECCIONES
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 532-LEER-CORRECCIONES-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 534-COPIAR-CORRECCIONES
                       PERFORM 532-LEER-CORRECCIONES-ANT
                   END-PERFORM
                   CLOSE ARCH-CORRECCIONES
                   PERFORM 536-RELEER-CORRECCIONES
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-CORRECCIONES-ANT
           END-IF.

       532-LEER-CORRECCIONES-ANT.
           READ ARCH-CORRECCIONES-ANT AT END MOVE 1 TO w-flag-fin.

       534-COPIAR-CORRECCIONES.
           ADD 1 TO w-cant-ant.
           ADD vcor-socio TO w-soc-ant.
           ADD vcor-importe TO w-imp-ant.
           MOVE vcor-fecha TO cor-fecha.
           MOVE vcor-socio TO cor-socio.
           MOVE vcor-clase TO cor-clase.
           MOVE vcor-mov TO cor-mov.
           MOVE vcor-importe TO cor-importe.
           MOVE vcor-operador TO cor-operador.
           MOVE vcor-supervisor TO cor-supervisor.
           MOVE vcor-fecha-aplic TO cor-fecha-aplic.
           WRITE cor-reg.

       536-RELEER-CORRECCIONES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-CORRECCIONES.
           PERFORM 538-LEER-CORRECCIONES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD cor-socio TO w-soc-nue
               ADD cor-importe TO w-imp-nue
               PERFORM 538-LEER-CORRECCIONES
           END-PERFORM.
           CLOSE ARCH-CORRECCIONES.

       538-LEER-CORRECCIONES.
           READ ARCH-CORRECCIONES AT END MOVE 1 TO w-flag-fin.

       540-CONVERTIR-REINTEGROS.
           MOVE "REINTEGROS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT REINTEGROS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT REINTEGROS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 542-LEER-REINTEGROS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 544-COPIAR-REINTEGROS
                       PERFORM 542-LEER-REINTEGROS-ANT
                   END-PERFORM
                   CLOSE REINTEGROS
                   PERFORM 546-RELEER-REINTEGROS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE REINTEGROS-ANT
           END-IF.

       542-LEER-REINTEGROS-ANT.
           READ REINTEGROS-ANT AT END MOVE 1 TO w-flag-fin.

       544-COPIAR-REINTEGROS.
           ADD 1 TO w-cant-ant.
           ADD vrei-socio TO w-soc-ant.
           ADD vrei-importe TO w-imp-ant.
           MOVE vrei-nro TO rei-nro.
           MOVE vrei-fecha TO rei-fecha.
           MOVE vrei-socio TO rei-socio.
           MOVE vrei-importe TO rei-importe.
           MOVE vrei-motivo TO rei-motivo.
           MOVE vrei-operador TO rei-operador.
           MOVE vrei-supervisor TO rei-supervisor.
           WRITE rei-reg.

       546-RELEER-REINTEGROS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT REINTEGROS.
           PERFORM 548-LEER-REINTEGROS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD rei-socio TO w-soc-nue
               ADD rei-importe TO w-imp-nue
               PERFORM 548-LEER-REINTEGROS
           END-PERFORM.
           CLOSE REINTEGROS.

       548-LEER-REINTEGROS.
           READ REINTEGROS AT END MOVE 1 TO w-flag-fin.

       550-CONVERTIR-CAMPFACT.
           MOVE "CAMPFACTURADO" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CAMP-FACTURADO-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CAMP-FACTURADO
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 552-LEER-CAMPFACT-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 554-COPIAR-CAMPFACT
                       PERFORM 552-LEER-CAMPFACT-ANT
                   END-PERFORM
                   CLOSE CAMP-FACTURADO
                   PERFORM 556-RELEER-CAMPFACT
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CAMP-FACTURADO-ANT
           END-IF.

       552-LEER-CAMPFACT-ANT.
           READ CAMP-FACTURADO-ANT AT END MOVE 1 TO w-flag-fin.

       554-COPIAR-CAMPFACT.
           ADD 1 TO w-cant-ant.
           ADD vcmf-socio TO w-soc-ant.
           ADD vcmf-importe TO w-imp-ant.
           MOVE vcmf-campania TO cmf-campania.
           MOVE vcmf-socio TO cmf-socio.
           MOVE vcmf-cuota TO cmf-cuota.
           MOVE vcmf-fecha TO cmf-fecha.
           MOVE vcmf-importe TO cmf-importe.
           WRITE cmf-reg.

       556-RELEER-CAMPFACT.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CAMP-FACTURADO.
           PERFORM 558-LEER-CAMPFACT.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD cmf-socio TO w-soc-nue
               ADD cmf-importe TO w-imp-nue
               PERFORM 558-LEER-CAMPFACT
           END-PERFORM.
           CLOSE CAMP-FACTURADO.

       558-LEER-CAMPFACT.
           READ CAMP-FACTURADO AT END MOVE 1 TO w-flag-fin.

       560-CONVERTIR-AJUSTES.
           MOVE "AJUSTESREFACT" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT AJUSTES-REFACT-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT AJUSTES-REFACT
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 562-LEER-AJUSTES-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 564-COPIAR-AJUSTES
                       PERFORM 562-LEER-AJUSTES-ANT
                   END-PERFORM
                   CLOSE AJUSTES-REFACT
                   PERFORM 566-RELEER-AJUSTES
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE AJUSTES-REFACT-ANT
           END-IF.

       562-LEER-AJUSTES-ANT.
           READ AJUSTES-REFACT-ANT AT END MOVE 1 TO w-flag-fin.

       564-COPIAR-AJUSTES.
           ADD 1 TO w-cant-ant.
           ADD vraf-socio TO w-soc-ant.
           ADD vraf-importe TO w-imp-ant.
           MOVE vraf-fecha-refact TO raf-fecha-refact.
           MOVE vraf-socio TO raf-socio.
           MOVE vraf-importe TO raf-importe.
           MOVE vraf-fecha-aplic TO raf-fecha-aplic.
           WRITE raf-reg.

       566-RELEER-AJUSTES.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT AJUSTES-REFACT.
           PERFORM 568-LEER-AJUSTES.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD raf-socio TO w-soc-nue
               ADD raf-importe TO w-imp-nue
               PERFORM 568-LEER-AJUSTES
           END-PERFORM.
           CLOSE AJUSTES-REFACT.

       568-LEER-AJUSTES.
           READ AJUSTES-REFACT AT END MOVE 1 TO w-flag-fin.

       570-CONVERTIR-CARTAS.
           MOVE "CARTASLOG" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CARTAS-LOG-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CARTAS-LOG
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 572-LEER-CARTAS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 574-COPIAR-CARTAS
                       PERFORM 572-LEER-CARTAS-ANT
                   END-PERFORM
                   CLOSE CARTAS-LOG
                   PERFORM 576-RELEER-CARTAS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CARTAS-LOG-ANT
           END-IF.

       572-LEER-CARTAS-ANT.
           READ CARTAS-LOG-ANT AT END MOVE 1 TO w-flag-fin.

       574-COPIAR-CARTAS.
           ADD 1 TO w-cant-ant.
           ADD vcta-socio TO w-soc-ant.
           ADD vcta-importe TO w-imp-ant.
           MOVE vcta-socio TO cta-socio.
           MOVE vcta-fecha TO cta-fecha.
           MOVE vcta-nivel TO cta-nivel.
           MOVE vcta-importe TO cta-importe.
           WRITE cta-reg.

       576-RELEER-CARTAS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CARTAS-LOG.
           PERFORM 578-LEER-CARTAS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD cta-socio TO w-soc-nue
               ADD cta-importe TO w-imp-nue
               PERFORM 578-LEER-CARTAS
           END-PERFORM.
           CLOSE CARTAS-LOG.

       578-LEER-CARTAS.
           READ CARTAS-LOG AT END MOVE 1 TO w-flag-fin.

       580-CONVERTIR-CERTIFICADOS.
           MOVE "CERTIFICADOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CERTIFICADOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CERTIFICADOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 582-LEER-CERTIFICADOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 584-COPIAR-CERTIFICADOS
                       PERFORM 582-LEER-CERTIFICADOS-ANT
                   END-PERFORM
                   CLOSE CERTIFICADOS
                   PERFORM 586-RELEER-CERTIFICADOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CERTIFICADOS-ANT
           END-IF.

       582-LEER-CERTIFICADOS-ANT.
           READ CERTIFICADOS-ANT AT END MOVE 1 TO w-flag-fin.

       584-COPIAR-CERTIFICADOS.
           ADD 1 TO w-cant-ant.
           ADD vcer-socio TO w-soc-ant.
           MOVE vcer-nro TO cer-nro.
           MOVE vcer-socio TO cer-socio.
           MOVE vcer-fecha TO cer-fecha.
           MOVE vcer-operador TO cer-operador.
           WRITE cer-reg.

       586-RELEER-CERTIFICADOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CERTIFICADOS.
           PERFORM 588-LEER-CERTIFICADOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD cer-socio TO w-soc-nue
               PERFORM 588-LEER-CERTIFICADOS
           END-PERFORM.
           CLOSE CERTIFICADOS.

       588-LEER-CERTIFICADOS.
           READ CERTIFICADOS AT END MOVE 1 TO w-flag-fin.

       590-CONVERTIR-PRESENT.
           MOVE "PRESENTBANCO" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-PRESENT-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-PRESENT
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 592-LEER-PRESENT-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 594-COPIAR-PRESENT
                       PERFORM 592-LEER-PRESENT-ANT
                   END-PERFORM
                   CLOSE ARCH-PRESENT
                   PERFORM 596-RELEER-PRESENT
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-PRESENT-ANT
           END-IF.

       592-LEER-PRESENT-ANT.
           READ ARCH-PRESENT-ANT AT END MOVE 1 TO w-flag-fin.

       594-COPIAR-PRESENT.
           ADD 1 TO w-cant-ant.
           ADD vpre-socio TO w-soc-ant.
           ADD vpre-importe TO w-imp-ant.
           MOVE vpre-fecha TO pre-fecha.
           MOVE vpre-socio TO pre-socio.
           MOVE vpre-cbu TO pre-cbu.
           MOVE vpre-importe TO pre-importe.
           MOVE vpre-dv TO pre-dv.
           WRITE pre-reg.

       596-RELEER-PRESENT.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-PRESENT.
           PERFORM 598-LEER-PRESENT.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD pre-socio TO w-soc-nue
               ADD pre-importe TO w-imp-nue
               PERFORM 598-LEER-PRESENT
           END-PERFORM.
           CLOSE ARCH-PRESENT.

       598-LEER-PRESENT.
           READ ARCH-PRESENT AT END MOVE 1 TO w-flag-fin.

       600-CONVERTIR-RESPUESTA.
           MOVE "RESPBANCO" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-RESPUESTA-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-RESPUESTA
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 602-LEER-RESPUESTA-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 604-COPIAR-RESPUESTA
                       PERFORM 602-LEER-RESPUESTA-ANT
                   END-PERFORM
                   CLOSE ARCH-RESPUESTA
                   PERFORM 606-RELEER-RESPUESTA
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-RESPUESTA-ANT
           END-IF.

       602-LEER-RESPUESTA-ANT.
           READ ARCH-RESPUESTA-ANT AT END MOVE 1 TO w-flag-fin.

       604-COPIAR-RESPUESTA.
           ADD 1 TO w-cant-ant.
           ADD vrsp-socio TO w-soc-ant.
           ADD vrsp-importe TO w-imp-ant.
           MOVE vrsp-socio TO rsp-socio.
           MOVE vrsp-importe TO rsp-importe.
           MOVE vrsp-resultado TO rsp-resultado.
           MOVE vrsp-motivo TO rsp-motivo.
           MOVE vrsp-dv TO rsp-dv.
           WRITE rsp-reg.

       606-RELEER-RESPUESTA.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-RESPUESTA.
           PERFORM 608-LEER-RESPUESTA.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD rsp-socio TO w-soc-nue
               ADD rsp-importe TO w-imp-nue
               PERFORM 608-LEER-RESPUESTA
           END-PERFORM.
           CLOSE ARCH-RESPUESTA.

       608-LEER-RESPUESTA.
           READ ARCH-RESPUESTA AT END MOVE 1 TO w-flag-fin.

       610-CONVERTIR-AUDITORIA.
           MOVE "AUDITORIA" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-AUDITORIA-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-AUDITORIA
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 612-LEER-AUDITORIA-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 614-COPIAR-AUDITORIA
                       PERFORM 612-LEER-AUDITORIA-ANT
                   END-PERFORM
                   CLOSE ARCH-AUDITORIA
                   PERFORM 616-RELEER-AUDITORIA
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-AUDITORIA-ANT
           END-IF.

       612-LEER-AUDITORIA-ANT.
           READ ARCH-AUDITORIA-ANT AT END MOVE 1 TO w-flag-fin.

       614-COPIAR-AUDITORIA.
           ADD 1 TO w-cant-ant.
           ADD vaud-socio TO w-soc-ant.
           ADD vaud-importe TO w-imp-ant.
           MOVE vaud-operador TO aud-operador.
           MOVE vaud-fecha TO aud-fecha.
           MOVE vaud-hora TO aud-hora.
           MOVE vaud-supervisor TO aud-supervisor.
           MOVE vaud-evento TO aud-evento.
           MOVE vaud-sala TO aud-sala.
           MOVE vaud-socio TO aud-socio.
           MOVE vaud-importe TO aud-importe.
           WRITE aud-reg.

       616-RELEER-AUDITORIA.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-AUDITORIA.
           PERFORM 618-LEER-AUDITORIA.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD aud-socio TO w-soc-nue
               ADD aud-importe TO w-imp-nue
               PERFORM 618-LEER-AUDITORIA
           END-PERFORM.
           CLOSE ARCH-AUDITORIA.

       618-LEER-AUDITORIA.
           READ ARCH-AUDITORIA AT END MOVE 1 TO w-flag-fin.

       620-CONVERTIR-AUDITSOCIOS.
           MOVE "AUDITSOCIOS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT AUDIT-SOCIOS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT AUDIT-SOCIOS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 622-LEER-AUDITSOCIOS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 624-COPIAR-AUDITSOCIOS
                       PERFORM 622-LEER-AUDITSOCIOS-ANT
                   END-PERFORM
                   CLOSE AUDIT-SOCIOS
                   PERFORM 626-RELEER-AUDITSOCIOS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE AUDIT-SOCIOS-ANT
           END-IF.

       622-LEER-AUDITSOCIOS-ANT.
           READ AUDIT-SOCIOS-ANT AT END MOVE 1 TO w-flag-fin.

       624-COPIAR-AUDITSOCIOS.
           ADD 1 TO w-cant-ant.
           ADD vauds-socio TO w-soc-ant.
           MOVE vauds-operador TO auds-operador.
           MOVE vauds-fecha TO auds-fecha.
           MOVE vauds-hora TO auds-hora.
           MOVE vauds-accion TO auds-accion.
           MOVE vauds-socio TO auds-socio.
           MOVE vauds-cat-anterior TO auds-cat-anterior.
           MOVE vauds-cat-nueva TO auds-cat-nueva.
           WRITE auds-reg.

       626-RELEER-AUDITSOCIOS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT AUDIT-SOCIOS.
           PERFORM 628-LEER-AUDITSOCIOS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD auds-socio TO w-soc-nue
               PERFORM 628-LEER-AUDITSOCIOS
           END-PERFORM.
           CLOSE AUDIT-SOCIOS.

       628-LEER-AUDITSOCIOS.
           READ AUDIT-SOCIOS AT END MOVE 1 TO w-flag-fin.

       630-CONVERTIR-SNAP.
           MOVE "LEDGERSNAP" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT LEDGER-SNAP-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT LEDGER-SNAP
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 632-LEER-SNAP-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 634-COPIAR-SNAP
                       PERFORM 632-LEER-SNAP-ANT
                   END-PERFORM
                   CLOSE LEDGER-SNAP
                   PERFORM 636-RELEER-SNAP
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE LEDGER-SNAP-ANT
           END-IF.

       632-LEER-SNAP-ANT.
           READ LEDGER-SNAP-ANT AT END MOVE 1 TO w-flag-fin.

       634-COPIAR-SNAP.
           ADD 1 TO w-cant-ant.
           ADD vsns-socio TO w-soc-ant.
           ADD vsns-saldo TO w-imp-ant.
           ADD vsns-saldo-inicio TO w-imp-ant.
           ADD vsns-cargos TO w-imp-ant.
           ADD vsns-pagos TO w-imp-ant.
           MOVE vsns-socio TO sns-socio.
           MOVE vsns-saldo TO sns-saldo.
           MOVE vsns-saldo-inicio TO sns-saldo-inicio.
           MOVE vsns-cargos TO sns-cargos.
           MOVE vsns-pagos TO sns-pagos.
           MOVE vsns-fecha-mora TO sns-fecha-mora.
           WRITE sns-reg.

       636-RELEER-SNAP.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT LEDGER-SNAP.
           PERFORM 638-LEER-SNAP.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD sns-socio TO w-soc-nue
               ADD sns-saldo TO w-imp-nue
               ADD sns-saldo-inicio TO w-imp-nue
               ADD sns-cargos TO w-imp-nue
               ADD sns-pagos TO w-imp-nue
               PERFORM 638-LEER-SNAP
           END-PERFORM.
           CLOSE LEDGER-SNAP.

       638-LEER-SNAP.
           READ LEDGER-SNAP AT END MOVE 1 TO w-flag-fin.

       640-CONVERTIR-CHECKPOINT.
           MOVE "CHECKPOINT" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT ARCH-CHECKPOINT-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT ARCH-CHECKPOINT
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 642-LEER-CHECKPOINT-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 644-COPIAR-CHECKPOINT
                       PERFORM 642-LEER-CHECKPOINT-ANT
                   END-PERFORM
                   CLOSE ARCH-CHECKPOINT
                   PERFORM 646-RELEER-CHECKPOINT
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE ARCH-CHECKPOINT-ANT
           END-IF.

       642-LEER-CHECKPOINT-ANT.
           READ ARCH-CHECKPOINT-ANT AT END MOVE 1 TO w-flag-fin.

       644-COPIAR-CHECKPOINT.
           ADD 1 TO w-cant-ant.
           ADD vchk-socio TO w-soc-ant.
           MOVE vchk-fecha TO chk-fecha.
           MOVE vchk-socio TO chk-socio.
           WRITE chk-reg.

       646-RELEER-CHECKPOINT.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT ARCH-CHECKPOINT.
           PERFORM 648-LEER-CHECKPOINT.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD chk-socio TO w-soc-nue
               PERFORM 648-LEER-CHECKPOINT
           END-PERFORM.
           CLOSE ARCH-CHECKPOINT.

       648-LEER-CHECKPOINT.
           READ ARCH-CHECKPOINT AT END MOVE 1 TO w-flag-fin.

       650-CONVERTIR-CHKSNAP.
           MOVE "CHECKPOINTSNAP" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CHECKPOINT-SNAP-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CHECKPOINT-SNAP
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 652-LEER-CHKSNAP-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 654-COPIAR-CHKSNAP
                       PERFORM 652-LEER-CHKSNAP-ANT
                   END-PERFORM
                   CLOSE CHECKPOINT-SNAP
                   PERFORM 656-RELEER-CHKSNAP
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CHECKPOINT-SNAP-ANT
           END-IF.

       652-LEER-CHKSNAP-ANT.
           READ CHECKPOINT-SNAP-ANT AT END MOVE 1 TO w-flag-fin.

       654-COPIAR-CHKSNAP.
           ADD 1 TO w-cant-ant.
           ADD vcks-socio TO w-soc-ant.
           MOVE vcks-fecha TO cks-fecha.
           MOVE vcks-socio TO cks-socio.
           WRITE cks-reg.

       656-RELEER-CHKSNAP.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CHECKPOINT-SNAP.
           PERFORM 658-LEER-CHKSNAP.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD cks-socio TO w-soc-nue
               PERFORM 658-LEER-CHKSNAP
           END-PERFORM.
           CLOSE CHECKPOINT-SNAP.

       658-LEER-CHKSNAP.
           READ CHECKPOINT-SNAP AT END MOVE 1 TO w-flag-fin.

       660-CONVERTIR-CHKCUOTAS.
           MOVE "CHECKPOINTCUOTAS" TO w-archivo.
           PERFORM 800-INICIAR-ARCHIVO.
           OPEN INPUT CHECKPOINT-CUOTAS-ANT.
           IF ws-ant-status IS NOT EQUAL "00"
               PERFORM 810-SIN-ANTERIOR
           ELSE
               OPEN OUTPUT CHECKPOINT-CUOTAS
               IF ws-nue-status IS NOT EQUAL "00"
                   PERFORM 815-SIN-NUEVO
               ELSE
                   PERFORM 662-LEER-CHKCUOTAS-ANT
                   PERFORM UNTIL w-flag-fin IS EQUAL 1
                       PERFORM 664-COPIAR-CHKCUOTAS
                       PERFORM 662-LEER-CHKCUOTAS-ANT
                   END-PERFORM
                   CLOSE CHECKPOINT-CUOTAS
                   PERFORM 666-RELEER-CHKCUOTAS
                   PERFORM 820-VERIFICAR-ARCHIVO
               END-IF
               CLOSE CHECKPOINT-CUOTAS-ANT
           END-IF.

       662-LEER-CHKCUOTAS-ANT.
           READ CHECKPOINT-CUOTAS-ANT AT END MOVE 1 TO w-flag-fin.

       664-COPIAR-CHKCUOTAS.
           ADD 1 TO w-cant-ant.
           ADD vchc-socio TO w-soc-ant.
           ADD vchc-imp-lote TO w-imp-ant.
           ADD vchc-fec-importe TO w-imp-ant.
           MOVE vchc-estado TO chc-estado.
           MOVE vchc-modo TO chc-modo.
           MOVE vchc-fecha-lote TO chc-fecha-lote.
           MOVE vchc-fecha-factura TO chc-fecha-factura.
           MOVE vchc-socio TO chc-socio.
           MOVE vchc-lineas-previas TO chc-lineas-previas.
           MOVE vchc-cant-lote TO chc-cant-lote.
           MOVE vchc-imp-lote TO chc-imp-lote.
           MOVE vchc-fec-cant TO chc-fec-cant.
           MOVE vchc-fec-importe TO chc-fec-importe.
           MOVE vchc-operador TO chc-operador.
           WRITE chc-reg.

       666-RELEER-CHKCUOTAS.
           MOVE ZERO TO w-flag-fin.
           OPEN INPUT CHECKPOINT-CUOTAS.
           PERFORM 668-LEER-CHKCUOTAS.
           PERFORM UNTIL w-flag-fin IS EQUAL 1
               ADD 1 TO w-cant-nue
               ADD chc-socio TO w-soc-nue
               ADD chc-imp-lote TO w-imp-nue
               ADD chc-fec-importe TO w-imp-nue
               PERFORM 668-LEER-CHKCUOTAS
           END-PERFORM.
           CLOSE CHECKPOINT-CUOTAS.

       668-LEER-CHKCUOTAS.
           READ CHECKPOINT-CUOTAS AT END MOVE 1 TO w-flag-fin.

       700-FIN.
           PERFORM 120-LIBERAR-BLOQUEOS.
           DISPLAY "Conversion terminada: " w-cant-convertidos
                   " archivos verificados, " w-cant-ausentes
                   " inexistentes, " w-cant-difieren
                   " con diferencias.".
           IF w-cant-difieren IS > ZERO
               DISPLAY "ATENCION: no ponga el sistema en marcha; "
                       "revise los archivos que difieren y repita "
                       "la conversion."
               MOVE 8 TO RETURN-CODE
           ELSE
      *        The backup generations on hand were all taken in the
      *        four-digit layout; the first one in the new layout is
      *        the one to fall back on from here.
               DISPLAY "Corra ahora BackupMaestros: los respaldos "
                       "anteriores tienen el socio de cuatro cifras."
           END-IF.

       800-INICIAR-ARCHIVO.
           MOVE ZERO TO w-flag-fin.
           MOVE ZERO TO w-cant-ant.
           MOVE ZERO TO w-cant-nue.
           MOVE ZERO TO w-soc-ant.
           MOVE ZERO TO w-soc-nue.
           MOVE ZERO TO w-imp-ant.
           MOVE ZERO TO w-imp-nue.

       810-SIN-ANTERIOR.
      *    No ANT copy is a file this site never had (no cheques, no
      *    debitos ...); anything else is a real failure to open it.
           IF ws-ant-status IS EQUAL "35"
               DISPLAY w-archivo " no existe en este sitio, no hay "
                       "nada que convertir"
               ADD 1 TO w-cant-ausentes
           ELSE
               DISPLAY "ERROR: no se pudo abrir la copia ANT de "
                       w-archivo " estado " ws-ant-status
               ADD 1 TO w-cant-difieren
           END-IF.

       815-SIN-NUEVO.
           DISPLAY "ERROR: no se pudo crear " w-archivo " estado "
                   ws-nue-status.
           ADD 1 TO w-cant-difieren.

       820-VERIFICAR-ARCHIVO.
      *    The figures read back from the new file against the ones
      *    the ANT file gave: equality is the proof that every
      *    record, every socio and every peso came across.
           MOVE w-imp-ant TO w-imp-ant-ed.
           MOVE w-imp-nue TO w-imp-nue-ed.
           IF w-cant-nue IS EQUAL w-cant-ant
                   AND w-soc-nue IS EQUAL w-soc-ant
                   AND w-imp-nue IS EQUAL w-imp-ant
               DISPLAY w-archivo " convertido y verificado: "
                       w-cant-nue " registros"
               ADD 1 TO w-cant-convertidos
           ELSE
               DISPLAY "ERROR: " w-archivo " DIFIERE de su copia ANT"
               ADD 1 TO w-cant-difieren
           END-IF.
           DISPLAY "    registros " w-cant-ant " antes, "
                   w-cant-nue " despues".
           DISPLAY "    socios    " w-soc-ant " antes, "
                   w-soc-nue " despues".
           DISPLAY "    importes  " w-imp-ant-ed " antes, "
                   w-imp-nue-ed " despues".

       END PROGRAM AMPLIAR-SOCIO.
