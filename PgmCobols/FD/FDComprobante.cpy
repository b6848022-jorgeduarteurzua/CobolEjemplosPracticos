       01  comp-registro.
           05  comp-folio           PIC 9(08).
      *        Folio impreso en el comprobante (comprobante_ctrl.dat).
           05  comp-fecha           PIC 9(08).
           05  comp-hora            PIC 9(06).
           05  comp-fecha-valor     PIC 9(08).
           05  comp-rut             PIC 9(10).
           05  comp-monto           PIC 9(11)V99.
      *        Monto recibido, el mismo que se anoto en la caja.
           05  comp-medio           PIC X.
      *        E/B/T/Q como en la pantalla de pagos; W = pago web
      *        del portal (PagosWeb), siempre fuera de caja.
           05  comp-operador        PIC X(10).
      *        Cajero que recibio el pago; junto con comp-fecha es la
      *        llave de la sesion de caja en cajas.dat.
           05  comp-en-caja         PIC X.
      *        S = el pago quedo anotado en la sesion de caja.
           05  comp-interes         PIC 9(11)V99.
      *        Abonado al interes de mora ("PAGO INTERES MORA").
           05  comp-favor           PIC 9(11)V99.
      *        Abonado a saldos_favor.dat.
           05  comp-convenio        PIC 9(11)V99.
      *        Abonado a las cuotas del convenio vigente.
           05  comp-cant-facturas   PIC 9(02).
           05  comp-factura OCCURS 36 TIMES.
               10  comp-fac-periodo  PIC 9(06).
               10  comp-fac-aplicado PIC 9(11)V99.
           05  comp-ruta-spool      PIC X(80).
      *        Pieza de spool del comprobante impreso.
           05  comp-estado          PIC X.
               88  comp-vigente     VALUE "V".
               88  comp-anulado     VALUE "A".
      *            Anulado por AnularPago; el pago quedo revertido.
           05  comp-fec-anulacion   PIC 9(08).
           05  comp-usuario-anula   PIC X(10).
           05  comp-motivo-anula    PIC X(04).
      *        Codigo de motivos.dat.
           05  comp-supervisor      PIC X(10).
      *        Supervisor (perfil A) que autorizo una anulacion
      *        posterior al cierre del dia del pago; blanco si no
      *        hizo falta.
