       01  fben-registro.
           05  fben-llave.
               10  fben-rut-pagador PIC 9(10).
               10  fben-periodo     PIC 9(06).
               10  fben-rut-benef   PIC 9(10).
      *            Un bloque por beneficiario dentro de la factura
      *            consolidada del pagador (factura-rut + periodo).
      *            Las lineas del bloque estan en factura_det.dat
      *            bajo el RUT del beneficiario y el mismo periodo.
           05  fben-monto           PIC 9(11)V99.
      *        Subtotal del bloque: lineas de cobro menos la de
      *        descuento.
           05  fben-cant-lineas     PIC 9(02).
           05  fben-tipo-rel        PIC X(02).
      *        Rol del pagador respecto del beneficiario al facturar
      *        (EM / DU).
