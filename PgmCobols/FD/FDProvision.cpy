       01  prov-registro.
           05  prov-periodo         PIC 9(06).
      *        Periodo AAAAMM de cierre; una provision por mes, que
      *        se reescribe si ProvisionIncobrables se repite.
           05  prov-fec-calculo     PIC 9(08).
           05  prov-tramo           OCCURS 6 TIMES.
      *            1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = 90+,
      *            5 = convenio roto, 6 = cobranza judicial.
               10  prov-saldo-tramo PIC 9(13)V99.
               10  prov-pct-tramo   PIC 9(03).
               10  prov-monto-tramo PIC 9(13)V99.
           05  prov-total           PIC 9(13)V99.
      *        Provision requerida al cierre: suma de los tramos.
           05  prov-periodo-ant     PIC 9(06).
           05  prov-anterior        PIC 9(13)V99.
      *        Provision del ultimo cierre anterior guardado (0 si
      *        es el primero).
           05  prov-ajuste          PIC 9(13)V99.
           05  prov-sentido         PIC X.
               88  prov-aumenta     VALUE "A".
               88  prov-disminuye   VALUE "D".
      *        A = se constituye provision (asiento PROV); D = se
      *        libera (asiento PRVR). ExportarContable toma el
      *        ajuste del periodo que exporta.
           05  prov-fecmod          PIC 9(08).
           05  prov-usuario-mod     PIC X(10).
