       01  gar-registro.
           05  gar-llave.
               10  gar-rut          PIC 9(10).
               10  gar-correlativo  PIC 9(04).
      *            Correlativo de la garantia dentro del cliente.
           05  gar-servicio         PIC X(06).
      *        Servicio del catalogo que la garantia respalda.
           05  gar-monto            PIC 9(11)V99.
      *        Monto recibido en dinero.
           05  gar-fec-recepcion    PIC 9(08).
           05  gar-estado           PIC X.
               88  gar-vigente      VALUE "V".
               88  gar-liquidada    VALUE "L".
      *        V = retenida; L = aplicada a facturas y devuelto el
      *        remanente (baja del cliente o fin de la suscripcion).
           05  gar-saldo            PIC 9(11)V99.
      *        Lo que sigue retenido: monto - aplicado - devuelto.
      *        NO forma parte del saldo de cuentas.dat; es un pasivo
      *        con el cliente hasta que se liquida (LiquidarGarantia).
           05  gar-monto-aplicado   PIC 9(11)V99.
      *        Aplicado a facturas pendientes del cliente.
           05  gar-monto-devuelto   PIC 9(11)V99.
      *        Remanente enviado a ordenes_devolucion.txt.
           05  gar-fec-liquidacion  PIC 9(08).
           05  gar-motivo-liq       PIC X(04).
      *        BAJA = baja del cliente; FINS = fin de la suscripcion.
           05  gar-fecmod           PIC 9(08).
           05  gar-usuario-mod      PIC X(10).
