       01  alerta-registro.
           05  alerta-llave.
               10  alerta-fecha     PIC 9(08).
      *            Dia de los accesos que levantan la alerta.
               10  alerta-operador  PIC X(10).
               10  alerta-tipo      PIC X(02).
                   88  alerta-volumen    VALUE "VO".
                   88  alerta-sin-sesion VALUE "HS".
                   88  alerta-region     VALUE "RG".
                   88  alerta-sensible   VALUE "SE".
               10  alerta-rut       PIC 9(10).
      *            Cliente consultado (RG: el primero fuera de la
      *            region; SE: el cliente sensible); 0 en VO y HS.
           05  alerta-cantidad      PIC 9(05).
           05  alerta-detalle       PIC X(40).
           05  alerta-tarea-rut     PIC 9(10).
           05  alerta-tarea-corr    PIC 9(04).
      *        Tarea abierta en la cola del oficial de seguridad
      *        (tareas.dat).
           05  alerta-estado        PIC X.
               88  alerta-pendiente VALUE "P".
               88  alerta-cerrada   VALUE "C".
           05  alerta-resolucion    PIC X.
               88  alerta-justificada   VALUE "J".
               88  alerta-falso-positivo VALUE "F".
               88  alerta-sancionada    VALUE "S".
      *            S = confirmada y derivada a la jefatura del
      *            operador. La clasifica CerrarAlertas; si la tarea
      *            se cerro desde ColaTareas la alerta sigue P.
           05  alerta-nota          PIC X(40).
           05  alerta-fec-creacion  PIC 9(08).
           05  alerta-fec-cierre    PIC 9(08).
           05  alerta-oper-cierre   PIC X(10).
