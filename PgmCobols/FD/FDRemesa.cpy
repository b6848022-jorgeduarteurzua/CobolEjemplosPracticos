       01  remesa-registro.
           05  remesa-numero        PIC 9(06).
      *        Correlativo unico de la remesa (guia de traslado).
           05  remesa-sucursal      PIC X(04).
           05  remesa-fecha         PIC 9(08).
           05  remesa-hora          PIC 9(06).
      *        Fecha y hora en que el efectivo sale de la sucursal.
           05  remesa-cant-cajas    PIC 9(03).
           05  remesa-monto         PIC 9(11)V99.
      *        Suma del efectivo remesado de las sesiones de caja
      *        (contado al cierre menos el fondo de apertura, que
      *        queda en la sucursal); cada sesion lleva el numero en
      *        caja-remesa.
           05  remesa-transportista PIC X(30).
           05  remesa-sello         PIC X(15).
      *        Nombre del transportista (courier) y numero de sello
      *        de la bolsa.
           05  remesa-estado        PIC X.
               88  remesa-enviada      VALUE "E".
               88  remesa-confirmada   VALUE "C".
               88  remesa-con-diferencia VALUE "D".
      *        E = en transito, sin confirmacion del banco;
      *        C = deposito confirmado por el mismo monto;
      *        D = confirmado con diferencia.
           05  remesa-fec-deposito  PIC 9(08).
           05  remesa-monto-banco   PIC 9(11)V99.
           05  remesa-diferencia    PIC S9(11)V99.
      *        Monto confirmado por el banco menos monto remesado:
      *        negativo = faltante en el deposito.
           05  remesa-tarea         PIC X.
      *        Ultima tarea abierta a tesoreria por ControlRemesas
      *        (no se repite): E = por falta de confirmacion,
      *        D = por diferencia; N = ninguna.
           05  remesa-operador      PIC X(10).
      *        Operador que armo la remesa.
           05  remesa-fecmod        PIC 9(08).
           05  remesa-usuario-mod   PIC X(10).
