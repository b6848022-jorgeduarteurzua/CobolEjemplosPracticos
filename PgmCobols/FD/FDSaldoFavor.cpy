       01  sfavor-registro.
           05  sfavor-rut           PIC 9(10).
      *        Mismo RUT de cuenta-rut en cuentas.dat; un saldo a
      *        favor por cliente.
           05  sfavor-saldo         PIC 9(11)V99.
      *        Plata del cliente recibida de mas (pago sobre la
      *        deuda, pago anticipado) y aun no aplicada a una
      *        factura ni devuelta. Ya esta abonada en la cuenta
      *        corriente; este archivo solo dice cuanto de ese
      *        abono queda disponible.
           05  sfavor-tot-recibido  PIC 9(13)V99.
           05  sfavor-tot-aplicado  PIC 9(13)V99.
      *        Acumulado consumido por GenFacturas y por las
      *        devoluciones aprobadas.
           05  sfavor-fec-ult-mov   PIC 9(08).
           05  sfavor-usuario-mod   PIC X(10).
