      *        de facturarse desde el dia siguiente.
           05  susc-fecmod          PIC 9(08).
           05  susc-usuario-mod     PIC X(10).
           05  susc-frecuencia      PIC X.
               88  susc-mensual     VALUE "M" " ".
               88  susc-trimestral  VALUE "T".
               88  susc-semestral   VALUE "S".
               88  susc-anual       VALUE "A".
      *        Cada cuantos meses se factura, por adelantado; blanco
      *        (registros anteriores) = mensual.
           05  susc-prox-periodo    PIC 9(06).
      *        Proximo periodo AAAAMM a facturar; GenFacturas lo
      *        avanza en los meses de la frecuencia al emitir. 0 =
      *        se factura en el primer periodo en que este vigente.
           05  susc-corte           PIC X.
               88  susc-suspendida  VALUE "S".
      *        S = servicio cortado por cobranza (CorteServicio):
      *        GenFacturas no la factura mientras siga cortada y no
      *        avanza su proximo periodo, con lo que al reponerla
      *        (ReponerServicio) se retoma sin cobrar lo cortado.
      *        Blanco o N = con servicio.
           05  susc-fec-corte       PIC 9(08).
           05  susc-fec-reposicion  PIC 9(08).
           05  susc-renov-auto      PIC X.
               88  susc-renovable   VALUE "S".
      *        S = al llegar susc-fec-fin se renueva sola por
      *        susc-plazo-meses (RenovarSuscripciones); blanco o N =
      *        en esa fecha se cierra.
           05  susc-plazo-meses     PIC 9(03).
      *        Plazo contratado de cada renovacion; 0 = 12 meses.
           05  susc-fec-aviso       PIC 9(08).
      *        Dia en que se encolo el aviso de vencimiento para el
      *        susc-fec-fin vigente; 0 = aun sin avisar. La
      *        renovacion lo vuelve a 0.
           05  susc-renovaciones    PIC 9(03).
           05  susc-estado-fin      PIC X.
               88  susc-cerrada     VALUE "C".
      *        C = vencida sin renovar y cerrada por
      *        RenovarSuscripciones; blanco = vigente o abierta.
           05  susc-motivo-baja     PIC X(04).
      *        Motivo de fuga (motivos.dat) informado al poner el
      *        fin; si queda en blanco el cierre pone el motivo por
      *        defecto del parametro.
           05  susc-fec-cierre      PIC 9(08).
