       01  dif-registro.
           05  dif-llave.
               10  dif-rut          PIC 9(10).
               10  dif-periodo      PIC 9(06).
      *            Periodo de la factura que cobro por adelantado.
               10  dif-servicio     PIC X(06).
           05  dif-monto            PIC 9(11)V99.
      *        Monto de la linea de factura_det.dat.
           05  dif-meses            PIC 9(02).
      *        Meses que cubre; ExportarContable reconoce como
      *        ingreso dif-monto / dif-meses en cada uno, desde
      *        dif-periodo (el ultimo mes lleva el ajuste de
      *        redondeo).
           05  dif-fecmod           PIC 9(08).
           05  dif-usuario-mod      PIC X(10).
