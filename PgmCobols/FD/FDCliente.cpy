               88  usuario-activo    VALUE "A".
               88  usuario-inactivo  VALUE "I".
               88  usuario-baja      VALUE "B".
               88  usuario-fallecido VALUE "F".
      *            Fallecimiento informado (RegistrarFallecimiento):
      *            fecha y quien avisa en fallecimientos.dat, el
      *            contacto de la sucesion en relaciones.dat (tipo
      *            SU). Sin facturacion, intereses, cobranza, PAC ni
      *            comunicaciones; el saldo se cierra con
      *            LiquidarSucesion.
           05  usuario-tipo-cliente PIC X VALUE "N".
               88  usuario-natural   VALUE "N".
               88  usuario-juridica  VALUE "J".
      *        comunas.dat con la ciudad/comuna del cliente; blanco
      *        cuando la comuna no esta en el maestro. Va impreso en
      *        la etiqueta del courier (EtiquetasCorreo).
           05  usuario-agente      PIC X(10).
      *        Operador (usuarios.dat) que trajo al cliente, para la
      *        comision de captacion (CalcularComisiones). Se fija en
      *        el ALTA y no lo cambia la mantencion; blanco = sin
      *        agente. No es el usuario-mod del alta, que es quien
      *        digito.
           05  usuario-ejecutivo   PIC X(10).
      *        Ejecutivo de cuenta (operador de usuarios.dat) dueno
      *        de la cartera del cliente; blanco = sin ejecutivo,
      *        las tareas van a las colas genericas. Lo asigna y
      *        reasigna AsignarCartera (historial en
      *        cartera_hist.dat); la mantencion no lo toca.
