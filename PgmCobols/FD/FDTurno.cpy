       01  turno-registro.
           05  turno-llave.
               10  turno-sucursal   PIC X(04).
               10  turno-fecha      PIC 9(08).
               10  turno-tipo       PIC X.
                   88  turno-caja       VALUE "C".
                   88  turno-ejecutivo  VALUE "E".
                   88  turno-reclamo    VALUE "R".
      *            Tipo de atencion: C = caja (pagos), E = ejecutivo
      *            (atencion comercial y tramites), R = reclamos. Cada
      *            tipo lleva su propia numeracion diaria (C-001...).
               10  turno-numero     PIC 9(04).
           05  turno-rut            PIC 9(10).
      *        0 = cliente no identificado en el dispensador.
           05  turno-prioridad      PIC X.
               88  turno-prioritario VALUE "S".
      *        S = el cliente tiene cita agendada hoy en la sucursal;
      *        se llama antes que los demas del mismo tipo.
           05  turno-cita-hora      PIC 9(04).
           05  turno-hora-emision   PIC 9(06).
           05  turno-hora-llamado   PIC 9(06).
           05  turno-hora-fin       PIC 9(06).
      *        HHMMSS de emision, de llamado al meson y de termino de
      *        la atencion (o de abandono).
           05  turno-estado         PIC X.
               88  turno-en-espera   VALUE "E".
               88  turno-en-atencion VALUE "L".
               88  turno-atendido    VALUE "F".
               88  turno-abandonado  VALUE "A".
      *        A = llamado y el cliente no se presento al meson.
           05  turno-operador       PIC X(10).
      *        Operador que llamo y atendio el turno.
           05  turno-fecmod         PIC 9(08).
           05  turno-usuario-mod    PIC X(10).
