       01  inas-registro.
           05  inas-llave.
               10  inas-rut         PIC 9(10).
               10  inas-fecha       PIC 9(08).
               10  inas-hora        PIC 9(04).
      *            Fecha y hora de la cita a la que el cliente no
      *            llego; el conteo de inasistencias de un cliente
      *            son sus registros en este archivo.
           05  inas-sucursal        PIC X(04).
           05  inas-motivo          PIC X(40).
      *        Motivo de la cita, copiado de citas.dat.
           05  inas-fecmod          PIC 9(08).
           05  inas-usuario-mod     PIC X(10).
