           03 tr-det-tipo pic x.
           03 tr-det-clase pic x.
           03 tr-det-mov pic x.
           03 tr-det-socio pic 9(5).
           03 tr-det-importe pic s9(7)v99.

       FD  TRANSACC-ACT.
       01  tra-reg.
           03 tra-socio pic 9(5).
           03 tra-importe pic s9(8)v99.

       FD  ARCH-ERRORES.
       WORKING-STORAGE SECTION.
       01  w-fecha-ing pic 9(8).
       01  w-flag-trans pic 9 value zero.
       01  w-soc-ant pic 9(5).
       01  w-tot-soc pic s9(7)v99.
       01  w-socio-desbordado pic x value "N".
       01  ws-errores-status pic xx.
