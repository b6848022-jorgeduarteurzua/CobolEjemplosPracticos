       01  plant-registro.
           05  plant-llave.
               10  plant-codigo     PIC X(20).
      *            CARTA, COBRANZA1/2/3, REAJUSTE o el codigo de
      *            plantilla de una notificacion.
               10  plant-version    PIC 9(03).
           05  plant-descripcion    PIC X(40).
           05  plant-marcadores     PIC X(60).
      *        Marcadores permitidos en el texto, separados por
      *        blanco (&NOMBRE &RUT ...).
           05  plant-estado         PIC X.
               88  plant-borrador   VALUE "B".
               88  plant-activada   VALUE "A".
      *        Solo un borrador se edita; una version activada no se
      *        modifica ni se borra: queda como prueba del texto que
      *        recibio el cliente en su periodo de vigencia.
           05  plant-vig-desde      PIC 9(08).
           05  plant-vig-hasta      PIC 9(08).
      *        99999999 = vigente sin termino; al activar la version
      *        siguiente se cierra el dia anterior a su inicio.
           05  plant-cant-lineas    PIC 9(03).
           05  plant-fec-creacion   PIC 9(08).
           05  plant-fec-activa     PIC 9(08).
           05  plant-usuario-activa PIC X(10).
           05  plant-fecmod         PIC 9(08).
           05  plant-usuario-mod    PIC X(10).
