      *        en BandejaDTE.
           05  factura-dte-motivo   PIC X(30).
      *        Motivo del rechazo informado por la autoridad.
           05  factura-neto         PIC 9(11)V99.
           05  factura-exento       PIC 9(11)V99.
           05  factura-iva          PIC 9(11)V99.
           05  factura-tasa-iva     PIC 9(02).
      *        Desglose tributario de factura-monto (neto + exento +
      *        iva) a la tasa vigente del periodo (iva_tasas.dat).
      *        Los precios afectos incluyen el IVA. En 0 = factura
      *        anterior al desglose.
           05  factura-cant-benef   PIC 9(03).
      *        Factura consolidada de un pagador: cantidad de bloques
      *        de beneficiarios en factura_benef.dat (ademas de las
      *        lineas propias del pagador). 0 = factura normal.
           05  factura-puntos-eval  PIC X.
               88  factura-puntos-evaluada VALUE "S".
      *        S = AcumularPuntos ya evaluo la factura cancelada
      *        (haya ganado puntos o no); blanco = pendiente.
           05  factura-llave-venc.
               10  factura-llave-estado    PIC X.
               10  factura-llave-fec-venc  PIC 9(08).
      *        Llave alterna (con duplicados) para recorrer solo las
      *        facturas pendientes por orden de vencimiento. Es copia
      *        de factura-estado y factura-fec-venc: todo programa que
      *        graba o regraba la factura la refresca antes del
      *        WRITE/REWRITE. ReorganizarFacturas la reconstruye.
