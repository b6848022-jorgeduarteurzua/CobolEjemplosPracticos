           05  fdet-valor-uf        PIC 9(07)V99.
      *        Valor UF usado en la conversion; 0 = servicio en
      *        pesos.
           05  fdet-dias-activos    PIC 9(02).
           05  fdet-dias-periodo    PIC 9(02).
      *        Dias calendario que la suscripcion estuvo vigente en
      *        el periodo sobre los dias del mes: fdet-monto es
      *        fdet-precio-unit * fdet-cantidad en esa proporcion.
      *        Iguales (o 0 en lineas anteriores) = mes completo.
           05  fdet-meses           PIC 9(02).
      *        Meses cubiertos por la linea (frecuencia de la
      *        suscripcion: 3, 6 o 12 por adelantado); 0 o 1 = mes.
           05  fdet-tipo-linea      PIC X.
               88  fdet-linea-cobro     VALUE " " "C".
               88  fdet-linea-descuento VALUE "D".
      *        D = descuento de una promocion (fdet-servicio es el
      *        codigo de promociones.dat): fdet-monto se RESTA del
      *        total de la factura.
           05  fdet-iva             PIC X.
               88  fdet-afecto      VALUE "A" " ".
               88  fdet-exento      VALUE "E".
      *        Condicion de IVA del servicio al facturar; la linea
      *        de descuento hereda la de la linea que rebaja.
