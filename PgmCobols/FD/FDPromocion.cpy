       01  promo-registro.
           05  promo-codigo         PIC X(06).
      *        Va como fdet-servicio de la linea de descuento: no
      *        puede repetir un codigo de servicios.dat.
           05  promo-descripcion    PIC X(40).
           05  promo-tipo           PIC X.
               88  promo-porcentaje VALUE "P".
               88  promo-monto-fijo VALUE "F".
           05  promo-valor          PIC 9(09)V99.
      *        Porcentaje (P) sobre la linea del servicio, o monto
      *        fijo en pesos (F) con tope en el monto de la linea.
           05  promo-servicio       PIC X(06).
      *        Servicio cuya linea de factura rebaja.
           05  promo-segmento       PIC X(04).
           05  promo-empresa        PIC X(03).
           05  promo-rut            PIC 9(10).
      *        Elegibilidad: el cliente debe calzar con TODOS los
      *        criterios informados (usuario-segmento, usuario-
      *        empresa, RUT); blanco o 0 = sin restriccion.
           05  promo-fec-desde      PIC 9(08).
           05  promo-fec-hasta      PIC 9(08).
      *        Vigencia por fecha de emision; hasta 0 = abierta.
           05  promo-max-periodos   PIC 9(03).
      *        Periodos que un mismo cliente puede recibirla
      *        ("primeros tres meses" = 3); 0 = sin limite.
           05  promo-estado         PIC X.
               88  promo-activa     VALUE "A".
               88  promo-inactiva   VALUE "I".
           05  promo-fecmod         PIC 9(08).
           05  promo-usuario-mod    PIC X(10).
