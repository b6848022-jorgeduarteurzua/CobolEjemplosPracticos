               88  notif-pendiente VALUE "P".
               88  notif-enviada   VALUE "E".
               88  notif-fallida   VALUE "F".
               88  notif-cancelada VALUE "C".
      *            Cancelada sin enviar: el cliente pidio la baja del
      *            canal (IntakeBajas).
           05  notif-fec-creacion  PIC 9(08).
           05  notif-fec-envio     PIC 9(08).
           05  notif-detalle       PIC X(40).
      *        Con estado F, el motivo de la falla. Con estado E,
      *        la version del registro de plantillas vigente al
      *        envio, si el codigo esta registrado.
