       01  disputa-registro.
           05  disputa-llave.
               10  disputa-rut      PIC 9(10).
               10  disputa-periodo  PIC 9(06).
      *            Misma llave de factura-llave: una disputa por
      *            factura; reabrirla reutiliza el registro.
           05  disputa-motivo       PIC X(40).
           05  disputa-estado       PIC X.
               88  disputa-abierta   VALUE "A".
               88  disputa-resuelta  VALUE "R".
      *        Mientras esta abierta la factura queda fuera de la
      *        cobranza escalonada, los intereses por mora, los
      *        cargos PAC, la aplicacion de pagos del banco y los
      *        tramos de ReporteAntiguedad.
           05  disputa-fec-apertura PIC 9(08).
           05  disputa-oper-apertura PIC X(10).
           05  disputa-resolucion   PIC X(40).
           05  disputa-fec-resolucion PIC 9(08).
           05  disputa-oper-resolucion PIC X(10).
           05  disputa-escalada     PIC X.
      *        S = ya escalada al supervisor por EscalarTareas por
      *        pasar N dias habiles abierta; blanco o N = sin
      *        escalar.
           05  disputa-fecmod       PIC 9(08).
