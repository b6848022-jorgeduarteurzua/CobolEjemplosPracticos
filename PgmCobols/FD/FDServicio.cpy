               88  servicio-inactivo VALUE "I".
           05  servicio-fecmod      PIC 9(08).
           05  servicio-usuario-mod PIC X(10).
           05  servicio-iva         PIC X.
               88  servicio-afecto   VALUE "A" " ".
               88  servicio-exento   VALUE "E".
      *        A o blanco = afecto a IVA (el precio lo incluye);
      *        E = exento.
