       01  dwc-registro.
           05  dwc-llave.
               10  dwc-dimension    PIC X(03).
      *            CLI = clientes, SRV = servicios, SUC = sucursales,
      *            OPE = operadores.
               10  dwc-natural      PIC X(20).
      *            Llave natural del maestro (rut, codigo u operador).
      *            En blanco es el registro contador de la dimension:
      *            su dwc-sk es la ultima llave sustituta entregada.
           05  dwc-sk               PIC 9(09).
      *        Llave sustituta: se asigna una sola vez y no cambia
      *        aunque cambien los datos del registro fuente.
           05  dwc-fec-alta         PIC 9(08).
