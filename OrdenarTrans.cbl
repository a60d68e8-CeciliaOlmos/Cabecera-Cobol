           03 tr-det-tipo PIC X.
           03 tr-det-clase PIC X.
           03 tr-det-mov PIC X.
           03 tr-det-socio PIC 99999.
           03 tr-det-importe PIC S9(7)V99.
           03 tr-det-sala PIC 99.
      *    Medio de pago del movimiento: "E" efectivo, "C"
           03 sw-tipo PIC X.
           03 sw-clase PIC X.
           03 sw-mov PIC X.
           03 sw-socio PIC 99999.
           03 sw-importe PIC S9(7)V99.
           03 sw-sala PIC 99.
           03 sw-medio PIC X.
