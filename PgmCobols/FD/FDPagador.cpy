       01  pag-registro.
           05  pag-rut-beneficiario PIC 9(10).
      *        Cliente cuyos servicios los paga otro; a lo mas un
      *        pagador por beneficiario.
           05  pag-rut-pagador      PIC 9(10).
      *        Empleador (EM) o dueño (DU) del beneficiario segun
      *        relaciones.dat. GenFacturas emite a su nombre una
      *        factura consolidada con un bloque de detalle por
      *        beneficiario, y la deuda queda en SU cuenta corriente.
      *        Un pagador no puede tener a su vez pagador.
           05  pag-tipo-rel         PIC X(02).
               88  pag-empleador    VALUE "EM".
               88  pag-dueno        VALUE "DU".
           05  pag-fec-asignacion   PIC 9(08).
           05  pag-fecmod           PIC 9(08).
           05  pag-usuario-mod      PIC X(10).
