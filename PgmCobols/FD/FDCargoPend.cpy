       01  cpend-registro.
           05  cpend-llave.
               10  cpend-rut        PIC 9(10).
               10  cpend-correlativo PIC 9(04).
           05  cpend-servicio       PIC X(06).
      *        Servicio del catalogo servicios.dat; se cobra a su
      *        precio (convertido si esta en UF) en la factura.
           05  cpend-cantidad       PIC 9(03).
           05  cpend-motivo         PIC X(40).
           05  cpend-origen         PIC X.
               88  cpend-manual     VALUE "M".
               88  cpend-visita     VALUE "V".
      *            Nacido al cerrar una cita cumplida (AgendarCita).
               88  cpend-reposicion VALUE "R".
      *            Cargo por reponer un servicio cortado por
      *            cobranza (ReponerServicio).
           05  cpend-fec-captura    PIC 9(08).
           05  cpend-estado         PIC X.
               88  cpend-pendiente  VALUE "P".
               88  cpend-facturado  VALUE "F".
      *            Ya salio como linea de factura_det.dat en
      *            cpend-periodo-fact (GenFacturas).
               88  cpend-anulado    VALUE "X".
           05  cpend-periodo-fact   PIC 9(06).
           05  cpend-fecmod         PIC 9(08).
           05  cpend-usuario-mod    PIC X(10).
