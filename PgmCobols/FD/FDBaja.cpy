       01  baja-registro.
           05  baja-llave.
               10  baja-fecha       PIC 9(08).
      *            Fecha de la baja informada por el gateway.
               10  baja-rut         PIC 9(10).
               10  baja-canal       PIC X.
                   88  baja-email      VALUE "E".
                   88  baja-telefono   VALUE "T".
      *            Una baja por cliente, canal y dia: un STOP
      *            repetido el mismo dia no se registra dos veces.
           05  baja-contacto        PIC X(100).
      *        Email o telefono tal como vino en el archivo.
           05  baja-notif-id        PIC 9(08).
      *        Notificacion respondida, si el gateway la informa.
           05  baja-plantilla       PIC X(20).
           05  baja-campana         PIC X(08).
      *        Campana a la que se atribuye la baja; blanco = mensaje
      *        de servicio o sin campana identificable.
           05  baja-canceladas      PIC 9(04).
      *        Notificaciones pendientes del canal que se cancelaron.
           05  baja-ya-revocado     PIC X.
      *        S = el consentimiento ya estaba revocado.
           05  baja-fecmod          PIC 9(08).
