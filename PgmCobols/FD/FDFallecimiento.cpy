       01  fall-registro.
           05  fall-rut             PIC 9(10).
      *        Cliente fallecido (usuario-estado F en clientes.dat).
           05  fall-fec-defuncion   PIC 9(08).
           05  fall-fec-aviso       PIC 9(08).
      *        Fecha en que se registro el aviso.
           05  fall-avisa-nombre    PIC X(40).
           05  fall-avisa-parentesco PIC X(15).
           05  fall-avisa-telefono  PIC X(15).
      *        Quien informo la defuncion.
           05  fall-rut-sucesion    PIC 9(10).
      *        Contacto de la sucesion; queda tambien como relacion SU
      *        (fall-rut -> fall-rut-sucesion) en relaciones.dat.
           05  fall-estado-ant      PIC X.
      *        Estado del cliente antes del aviso.
           05  fall-cond-id         PIC 9(06).
      *        Condonacion (motivo DEFU) que revirtio los intereses de
      *        mora cargados despues de la defuncion; 0 = no hubo.
           05  fall-intereses-rev   PIC 9(11)V99.
           05  fall-liquidacion     PIC X.
               88  fall-liq-pendiente   VALUE " ".
               88  fall-liq-sin-saldo   VALUE "0".
               88  fall-liq-castigo     VALUE "K".
      *            Saldo deudor enviado a castigo (cola de
      *            aprobaciones, tipo C, motivo DEFU).
               88  fall-liq-cobro       VALUE "C".
      *            Saldo deudor a cobrar a la sucesion: tarea en
      *            tareas.dat para el ejecutivo.
               88  fall-liq-devolucion  VALUE "D".
      *            Saldo a favor a devolver a la sucesion.
           05  fall-saldo-final     PIC S9(11)V99.
      *        Saldo de cuentas.dat al liquidar (positivo = deuda).
           05  fall-fec-liquidacion PIC 9(08).
           05  fall-fecmod          PIC 9(08).
           05  fall-usuario-mod     PIC X(10).
