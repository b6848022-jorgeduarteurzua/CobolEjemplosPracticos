       01  msj-registro.
           05  msj-numero           PIC 9(06).
      *        Correlativo del aviso. El mensaje 0 es el contador: su
      *        msj-ultimo es el ultimo numero entregado.
           05  msj-titulo           PIC X(40).
           05  msj-texto            PIC X(180).
      *        Se muestra en tres lineas de 60.
           05  msj-prioridad        PIC X.
               88  msj-prioridad-alta   VALUE "A".
               88  msj-prioridad-normal VALUE "N".
      *            Alta = el operador debe acusar recibo antes de
      *            entrar al menu; normal = basta con verlo.
           05  msj-fec-desde        PIC 9(08).
           05  msj-fec-hasta        PIC 9(08).
      *        Vigencia AAAAMMDD; fuera de ella el aviso no se
      *        muestra en PanelControl.
           05  msj-destino-tipo     PIC X.
               88  msj-destino-todos    VALUE "T".
               88  msj-destino-perfil   VALUE "P".
               88  msj-destino-region   VALUE "R".
               88  msj-destino-sucursal VALUE "S".
           05  msj-destino-valor    PIC X(30).
      *        Perfil (A/C/L), region (ciudad-region, igual que
      *        operador-region) o codigo de sucursal; en blanco
      *        para T. Un operador es de una sucursal si figura en
      *        su dotacion (dotacion.dat) algun dia de la semana.
           05  msj-estado           PIC X.
               88  msj-vigente      VALUE "V".
               88  msj-retirado     VALUE "R".
           05  msj-ultimo           PIC 9(06).
      *        Solo en el registro contador.
           05  msj-fec-creacion     PIC 9(08).
           05  msj-fecmod           PIC 9(08).
           05  msj-usuario-mod      PIC X(10).
