      *        Contado menos (apertura + efectivo capturado):
      *        positivo = sobrante, negativo = faltante.
           05  caja-hora-cierre     PIC 9(06).
           05  caja-remesa          PIC 9(06).
      *        Numero de remesa (remesas.dat) en que salio al banco
      *        el efectivo de la sesion; 0 = aun en la sucursal.
