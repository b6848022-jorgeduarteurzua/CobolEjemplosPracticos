       01  pweb-registro.
           05  pweb-orden           PIC X(20).
      *        Orden de compra del boton de pago; no se aplica dos
      *        veces.
           05  pweb-fecha           PIC 9(08).
      *        Fecha de la transaccion informada por el proveedor.
           05  pweb-rut             PIC 9(10).
           05  pweb-periodo         PIC 9(06).
           05  pweb-monto           PIC 9(11)V99.
           05  pweb-autorizacion    PIC X(10).
           05  pweb-estado          PIC X.
               88  pweb-aplicado    VALUE "A".
               88  pweb-rechazado   VALUE "R".
      *            Rechazada: queda en el reporte de conciliacion y
      *            una notificacion corregida con la misma orden se
      *            vuelve a validar.
           05  pweb-motivo          PIC X(30).
           05  pweb-folio           PIC 9(08).
      *        Folio del comprobante (comprobantes.dat) si se aplico.
           05  pweb-fecmod          PIC 9(08).
