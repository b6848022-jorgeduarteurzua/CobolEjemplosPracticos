       01  pto-registro.
           05  pto-llave.
               10  pto-rut          PIC 9(10).
               10  pto-correlativo  PIC 9(06).
      *            Correlativo del movimiento dentro del cliente; los
      *            lotes ganados quedan en orden de antiguedad.
           05  pto-tipo             PIC X.
               88  pto-ganados      VALUE "G".
      *            Lote ganado por una factura pagada a tiempo
      *            (AcumularPuntos).
               88  pto-canje        VALUE "C".
      *            Canje en caja como descuento (CanjearPuntos), via
      *            nota de credito.
           05  pto-fecha            PIC 9(08).
           05  pto-puntos           PIC 9(09).
      *        Puntos del movimiento (ganados o canjeados).
           05  pto-factura-periodo  PIC 9(06).
      *        G: factura que los gano; C: factura rebajada.
           05  pto-monto            PIC 9(11)V99.
      *        G: monto pagado que los gano; C: descuento en pesos.
           05  pto-fec-vence        PIC 9(08).
      *        Solo G: desde el dia siguiente el lote vence.
           05  pto-disponibles      PIC 9(09).
      *        Solo G: lo que queda del lote sin canjear ni vencer.
      *        El saldo de puntos del cliente es la suma de esto en
      *        sus lotes aun no vencidos.
           05  pto-canjeados        PIC 9(09).
           05  pto-vencidos         PIC 9(09).
      *        Solo G: consumido por canjes (el mas antiguo primero)
      *        y lo que vencio sin usar.
           05  pto-nc-numero        PIC 9(06).
      *        Solo C: nota de credito que materializo el canje.
           05  pto-operador         PIC X(10).
