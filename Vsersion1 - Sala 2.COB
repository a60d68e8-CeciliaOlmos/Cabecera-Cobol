           03 tr-det-tipo pic x.
           03 tr-det-clase pic x.
           03 tr-det-mov pic x.
           03 tr-det-socio pic 9(5).
           03 tr-det-importe pic s9(7)v99.

       FD  TRANSACCIONES-ACT.
       01  tra-reg.
           03 tra-socio pic 9(5).
           03 tra-importe pic s9(8)v99.

       FD  ARCH-ERRORES.
       WORKING-STORAGE SECTION.
       01  w-flag-transc pic 9 value zero.
       01  w-fecha-ing pic 9(8).
       01  w-socio-ant pic 9(5).
       01  w-fecha-existe pic x value 'N'.
       01  w-fecha-menor pic x value 'N'.
       01  w-resto-fecha pic s9(8).
